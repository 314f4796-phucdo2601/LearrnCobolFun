000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CUSPRF01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - MONTHLY CUSTOMER PROFITABILITY.  *
000100*                    FOR EACH CUSTOMER THE REPORT MONTH'S GROSS  *
000110*                    MARGIN ON THE SALES HISTORY (AT THE ITEM'S  *
000120*                    UNIT COST), LESS MARGIN GIVEN BACK ON       *
000130*                    RETURNS, PLUS FINANCE CHARGES EARNED, LESS  *
000140*                    WRITE-OFFS AND BAD DEBT, SALES COMMISSION,  *
000150*                    AND THE CARRYING COST OF THE AVERAGE        *
000160*                    RECEIVABLE BALANCE.  CUSTOMERS ARE RANKED   *
000170*                    MOST TO LEAST PROFITABLE AND THE LOSS-      *
000180*                    MAKERS FLAGGED, NOTING THOSE ON CONTRACT    *
000190*                    PRICING; PARENT ACCOUNTS AND THEIR          *
000200*                    SUBSIDIARIES ARE THEN ROLLED UP AND RANKED  *
000210*                    AS FAMILIES.                                *
000212*    2026-10-15  PD  FREIGHT LINES (ORDER-HISTORY TYPE 'D') ARE  *
000214*                    LEFT OUT OF THE COMMISSION COST, MATCHING   *
000216*                    COMM01.                                     *
000218*    2026-10-15  PD  A KIT'S OWN SALES-HISTORY ROW IS SKIPPED -  *
000220*                    THE MARGIN IS TAKEN FROM ITS COMPONENT      *
000222*                    ROWS, WHOSE REVENUE SHARES ADD BACK TO THE  *
000224*                    KIT AND WHOSE COSTS ARE REAL.               *
000225*    2026-10-15  PD  THE GENERATION TRAILERS NOW CLOSING EACH    *
000226*                    RUN'S STRETCH OF THE CUSTOMER-MASTER        *
000227*                    JOURNAL ARE SKIPPED.                        *
000228*    2026-10-15  PD  THE STEP NOW WRITES ITS START AND END       *
000229*                    EVENTS TO THE STEP LOG AND ITS RUN-CONTROL  *
000230*                    ROW FOR THE MONTH-END STREAM (MONTHRUN), SO *
000231*                    RSTPLN01 CAN PLAN A RESTART AND RUNBAL01    *
000232*                    CAN CERTIFY THE MONTH-END.                  *
000233*****************************************************************
000234 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT CONTROL-CARD-FILE ASSIGN TO PARMCARD
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-PARM-FILE-STATUS.
000290
000300     SELECT PROFIT-CONTROL-FILE ASSIGN TO PRFCTL
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-PFC-FILE-STATUS.
000330
000340     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS CUST-ID
000380         FILE STATUS IS WS-CUST-FILE-STATUS.
000390
000400     SELECT ITEM-MASTER-FILE ASSIGN TO ITEMMAST
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS ITM-ID
000440         FILE STATUS IS WS-ITM-FILE-STATUS.
000450
000460     SELECT CONTRACT-PRICE-FILE ASSIGN TO CONPRC
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-CPR-FILE-STATUS.
000490
000500     SELECT SALES-REP-FILE ASSIGN TO REPMAST
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-REP-FILE-STATUS.
000530
000540     SELECT SALES-HISTORY-FILE ASSIGN TO SLSHIST
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-SLH-FILE-STATUS.
000570
000580     SELECT ORDER-HISTORY-FILE ASSIGN TO ORDHIST
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-OHS-FILE-STATUS.
000610
000620     SELECT WRITE-OFF-FILE ASSIGN TO ORDWOFF
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-WOF-FILE-STATUS.
000650
000660     SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-GLJ-FILE-STATUS.
000690
000700     SELECT CUST-JOURNAL-FILE ASSIGN TO CMJRNL
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-CMJ-FILE-STATUS.
000730
000740     SELECT PROFITABILITY-RPT ASSIGN TO CUSPRFRP
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-RPT-FILE-STATUS.
000761
000762     SELECT STEP-LOG-FILE ASSIGN TO STEPLOG
000763         ORGANIZATION IS LINE SEQUENTIAL
000764         FILE STATUS IS WS-STP-FILE-STATUS.
000765
000766     SELECT STEP-RUN-CONTROL-FILE ASSIGN TO MERUNCTL
000767         ORGANIZATION IS LINE SEQUENTIAL
000768         FILE STATUS IS WS-MRC-FILE-STATUS.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  CONTROL-CARD-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY PARMCARD.
000830
000840 FD  PROFIT-CONTROL-FILE
000850     LABEL RECORDS ARE STANDARD.
000860     COPY PRFCTL.
000870
000880 FD  CUSTOMER-MASTER-FILE
000890     LABEL RECORDS ARE STANDARD.
000900     COPY CUSTMAST.
000910
000920 FD  ITEM-MASTER-FILE
000930     LABEL RECORDS ARE STANDARD.
000940     COPY ITMMAST.
000950
000960 FD  CONTRACT-PRICE-FILE
000970     LABEL RECORDS ARE STANDARD.
000980     COPY CONPRC.
000990
001000 FD  SALES-REP-FILE
001010     LABEL RECORDS ARE STANDARD.
001020     COPY REPMAST.
001030
001040 FD  SALES-HISTORY-FILE
001050     LABEL RECORDS ARE STANDARD.
001060     COPY SLSHIST.
001070
001080 FD  ORDER-HISTORY-FILE
001090     LABEL RECORDS ARE STANDARD.
001100     COPY ORDHIST.
001110
001120 FD  WRITE-OFF-FILE
001130     LABEL RECORDS ARE STANDARD.
001140     COPY WRTOFF.
001150
001160 FD  GL-JOURNAL-FILE
001170     LABEL RECORDS ARE STANDARD.
001180     COPY GLJRNL.
001190
001200 FD  CUST-JOURNAL-FILE
001210     LABEL RECORDS ARE STANDARD.
001220     COPY CMJRNL.
001230
001240 FD  PROFITABILITY-RPT
001250     LABEL RECORDS ARE STANDARD.
001260     01  PROFITABILITY-LINE       PIC X(80).
001261
001262 FD  STEP-LOG-FILE
001263     LABEL RECORDS ARE STANDARD.
001264     COPY STEPLOG.
001265
001266 FD  STEP-RUN-CONTROL-FILE
001267     LABEL RECORDS ARE STANDARD.
001268     COPY RUNCTL
001269         REPLACING RUN-CONTROL-REC BY STEP-RUN-CONTROL-REC.
001270
001280 WORKING-STORAGE SECTION.
001290     01  WS-PARM-FILE-STATUS      PIC X(02).
001300         88  WS-PARM-OK           VALUE '00'.
001310     01  WS-PFC-FILE-STATUS       PIC X(02).
001320         88  WS-PFC-OK            VALUE '00'.
001330     01  WS-CUST-FILE-STATUS      PIC X(02).
001340         88  WS-CUST-OK           VALUE '00'.
001350         88  WS-CUST-EOF          VALUE '10'.
001360     01  WS-ITM-FILE-STATUS       PIC X(02).
001370         88  WS-ITM-OK            VALUE '00'.
001380     01  WS-CPR-FILE-STATUS       PIC X(02).
001390         88  WS-CPR-OK            VALUE '00'.
001400         88  WS-CPR-EOF           VALUE '10'.
001410     01  WS-REP-FILE-STATUS       PIC X(02).
001420         88  WS-REP-OK            VALUE '00'.
001430         88  WS-REP-EOF           VALUE '10'.
001440     01  WS-SLH-FILE-STATUS       PIC X(02).
001450         88  WS-SLH-OK            VALUE '00'.
001460         88  WS-SLH-EOF           VALUE '10'.
001470     01  WS-OHS-FILE-STATUS       PIC X(02).
001480         88  WS-OHS-OK            VALUE '00'.
001490         88  WS-OHS-EOF           VALUE '10'.
001500     01  WS-WOF-FILE-STATUS       PIC X(02).
001510         88  WS-WOF-OK            VALUE '00'.
001520         88  WS-WOF-EOF           VALUE '10'.
001530     01  WS-GLJ-FILE-STATUS       PIC X(02).
001540         88  WS-GLJ-OK            VALUE '00'.
001550         88  WS-GLJ-EOF           VALUE '10'.
001560     01  WS-CMJ-FILE-STATUS       PIC X(02).
001570         88  WS-CMJ-OK            VALUE '00'.
001580         88  WS-CMJ-EOF           VALUE '10'.
001590     01  WS-RPT-FILE-STATUS       PIC X(02).
001600         88  WS-RPT-OK            VALUE '00'.
001610
001620     01  WS-ITEM-COST-SW          PIC X(01) VALUE 'Y'.
001630         88  WS-ITEM-COST-ON      VALUE 'Y'.
001640     01  WS-LAST-ITM-ID           PIC X(05) VALUE HIGH-VALUES.
001650     01  WS-LAST-ITM-COST         PIC S9(03)V9(02) COMP-3.
001660     01  WS-LAST-COST-SW          PIC X(01) VALUE 'N'.
001670         88  WS-LAST-COST-KNOWN   VALUE 'Y'.
001680
001690*****************************************************************
001700*    REPORT MONTH AND CARRYING RATE.  WITH NO CONTROL RECORD    *
001710*    THE MONTH OF THE RUN DATE IS REPORTED AND MONEY TIED UP    *
001720*    IN RECEIVABLES IS CHARGED AT 10 PERCENT A YEAR.            *
001730*****************************************************************
001740     01  WS-RUN-DATE              PIC 9(08).
001750     01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
001760         05  WS-RUN-YYYYMM        PIC 9(06).
001770         05  WS-RUN-DD            PIC 9(02).
001780     01  WS-REPORT-YYYYMM         PIC 9(06).
001790     01  WS-REPORT-SPLIT REDEFINES WS-REPORT-YYYYMM.
001800         05  WS-REPORT-YYYY       PIC 9(04).
001810         05  WS-REPORT-MM         PIC 9(02).
001820     01  WS-CARRY-RATE-PCT        PIC 9(02)V9(02) VALUE 10.00.
001830     01  WS-DATE-WORK             PIC 9(08).
001840     01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
001850         05  WS-DTW-YYYYMM        PIC 9(06).
001860         05  WS-DTW-DD            PIC 9(02).
001870     01  WS-DAYS-BEFORE           PIC 9(02).
001880
001890*****************************************************************
001900*    ONE ROW PER CUSTOMER ON THE MASTER, IN CUSTOMER ORDER.     *
001910*    EACH INPUT ADDS ITS PIECE OF THE MONTH TO THE ROW; THE     *
001920*    NET IS WORKED OUT ONCE ALL OF THEM HAVE BEEN READ.         *
001930*****************************************************************
001940     01  WS-CUS-COUNT             PIC 9(04) COMP VALUE 0.
001950     01  WS-MAX-CUS-ROWS          PIC 9(04) COMP VALUE 2000.
001960     01  WS-CUS-TABLE.
001970         05  WS-CUS-ROW OCCURS 2000 TIMES.
001980             10  WS-CUS-T-ID      PIC X(05).
001990             10  WS-CUS-T-NAME    PIC X(20).
002000             10  WS-CUS-T-PARENT  PIC X(05).
002010             10  WS-CUS-T-FAMILY  PIC X(05).
002020             10  WS-CUS-T-CONTRACT
002030                                  PIC X(01).
002040             10  WS-CUS-T-BALANCE PIC S9(07)V9(02) COMP-3.
002050             10  WS-CUS-T-MARGIN  PIC S9(09)V9(02) COMP-3.
002060             10  WS-CUS-T-RETURNS PIC S9(09)V9(02) COMP-3.
002070             10  WS-CUS-T-FINCHG  PIC S9(09)V9(02) COMP-3.
002080             10  WS-CUS-T-WRTOFF  PIC S9(09)V9(02) COMP-3.
002090             10  WS-CUS-T-COMM    PIC S9(09)V9(02) COMP-3.
002100             10  WS-CUS-T-CARRY   PIC S9(09)V9(02) COMP-3.
002110             10  WS-CUS-T-NET     PIC S9(09)V9(02) COMP-3.
002120             10  WS-CUS-T-WEIGHTED
002130                                  PIC S9(11)V9(02) COMP-3.
002140             10  WS-CUS-T-LATER-MOVE
002150                                  PIC S9(09)V9(02) COMP-3.
002160     01  WS-CUS-SUB               PIC 9(04) COMP.
002170     01  WS-CUS-HIT-SUB           PIC 9(04) COMP.
002180     01  WS-CUS-FOUND-SW          PIC X(01).
002190         88  WS-CUS-FOUND         VALUE 'Y'.
002200     01  WS-FIND-CUST-ID          PIC X(05).
002210
002220*****************************************************************
002230*    RANKING ORDER - ONE ENTRY PER CUSTOMER WITH SOMETHING TO   *
002240*    SHOW FOR THE MONTH, POINTING BACK INTO THE CUSTOMER TABLE. *
002250*****************************************************************
002260     01  WS-RNK-COUNT             PIC 9(04) COMP VALUE 0.
002270     01  WS-RNK-TABLE.
002280         05  WS-RNK-ROW OCCURS 2000 TIMES.
002290             10  WS-RNK-T-CUS-SUB PIC 9(04) COMP.
002300             10  WS-RNK-T-NET     PIC S9(09)V9(02) COMP-3.
002310     01  WS-RNK-HOLD.
002320         05  WS-RNK-H-CUS-SUB     PIC 9(04) COMP.
002330         05  WS-RNK-H-NET         PIC S9(09)V9(02) COMP-3.
002340     01  WS-RNK-SUB               PIC 9(04) COMP.
002350
002360*****************************************************************
002370*    FAMILIES - A PARENT ACCOUNT AND EVERY CUSTOMER CARRYING IT *
002380*    AS CUST-PARENT-ID.  A CUSTOMER WITH NO PARENT HEADS ITS OWN*
002390*    FAMILY; ONLY FAMILIES OF TWO OR MORE ARE PRINTED.          *
002400*****************************************************************
002410     01  WS-FAM-COUNT             PIC 9(03) COMP VALUE 0.
002420     01  WS-MAX-FAM-ROWS          PIC 9(03) COMP VALUE 500.
002430     01  WS-FAM-TABLE.
002440         05  WS-FAM-ROW OCCURS 500 TIMES.
002450             10  WS-FAM-T-KEY     PIC X(05).
002460             10  WS-FAM-T-MEMBERS PIC 9(04) COMP.
002470             10  WS-FAM-T-CONTRACT
002480                                  PIC X(01).
002490             10  WS-FAM-T-MARGIN  PIC S9(09)V9(02) COMP-3.
002500             10  WS-FAM-T-RETURNS PIC S9(09)V9(02) COMP-3.
002510             10  WS-FAM-T-FINCHG  PIC S9(09)V9(02) COMP-3.
002520             10  WS-FAM-T-WRTOFF  PIC S9(09)V9(02) COMP-3.
002530             10  WS-FAM-T-COMM    PIC S9(09)V9(02) COMP-3.
002540             10  WS-FAM-T-CARRY   PIC S9(09)V9(02) COMP-3.
002550             10  WS-FAM-T-NET     PIC S9(09)V9(02) COMP-3.
002560     01  WS-FAM-HOLD.
002570         05  WS-FAM-H-KEY         PIC X(05).
002580         05  WS-FAM-H-MEMBERS     PIC 9(04) COMP.
002590         05  WS-FAM-H-CONTRACT    PIC X(01).
002600         05  WS-FAM-H-MARGIN      PIC S9(09)V9(02) COMP-3.
002610         05  WS-FAM-H-RETURNS     PIC S9(09)V9(02) COMP-3.
002620         05  WS-FAM-H-FINCHG      PIC S9(09)V9(02) COMP-3.
002630         05  WS-FAM-H-WRTOFF      PIC S9(09)V9(02) COMP-3.
002640         05  WS-FAM-H-COMM        PIC S9(09)V9(02) COMP-3.
002650         05  WS-FAM-H-CARRY       PIC S9(09)V9(02) COMP-3.
002660         05  WS-FAM-H-NET         PIC S9(09)V9(02) COMP-3.
002670     01  WS-FAM-SUB               PIC 9(03) COMP.
002680     01  WS-FAM-HIT-SUB           PIC 9(03) COMP.
002690     01  WS-FAM-FOUND-SW          PIC X(01).
002700         88  WS-FAM-FOUND         VALUE 'Y'.
002710     01  WS-FIND-FAMILY           PIC X(05).
002720     01  WS-FAM-RANK              PIC 9(04) COMP VALUE 0.
002730
002740*****************************************************************
002750*    SALES REP COMMISSION RATES, AS COMM01 PAYS THEM            *
002760*****************************************************************
002770     01  WS-REP-COUNT             PIC 9(03) COMP VALUE 0.
002780     01  WS-MAX-REP-ROWS          PIC 9(03) COMP VALUE 100.
002790     01  WS-REP-TABLE.
002800         05  WS-REP-ROW OCCURS 100 TIMES.
002810             10  WS-REP-T-CODE    PIC X(03).
002820             10  WS-REP-T-RATE    PIC 9(02)V9(02).
002830     01  WS-REP-SUB               PIC 9(03) COMP.
002840     01  WS-REP-HIT-SUB           PIC 9(03) COMP.
002850     01  WS-REP-FOUND-SW          PIC X(01).
002860         88  WS-REP-FOUND         VALUE 'Y'.
002870
002880     01  WS-SORT-SWAPPED-SW       PIC X(01).
002890         88  WS-SORT-SWAPPED      VALUE 'Y'.
002900     01  WS-SORT-SUB              PIC 9(04) COMP.
002910     01  WS-SORT-NEXT             PIC 9(04) COMP.
002920
002930*****************************************************************
002940*    THE BALANCE IS PICKED OUT OF THE JOURNAL IMAGES AT ITS     *
002950*    CUSTOMER-REC OFFSET, AS BALPRF01 DOES.  THIS OVERLAY MUST  *
002960*    TRACK ANY CUSTMAST.CPY LAYOUT CHANGE AHEAD OF CUST-BALANCE.*
002970*****************************************************************
002980     01  WS-IMAGE-WORK.
002990         05  FILLER               PIC X(77).
003000         05  WS-IMG-BALANCE       PIC S9(07)V9(02).
003010         05  FILLER               PIC X(14).
003020
003030*****************************************************************
003040*    CALCULATION WORK AREAS                                     *
003050*****************************************************************
003060     01  WS-CALC-COST             PIC S9(09)V9(02) COMP-3.
003070     01  WS-CALC-COMM             PIC S9(09)V9(02) COMP-3.
003080     01  WS-CALC-MOVE             PIC S9(09)V9(02) COMP-3.
003090     01  WS-CALC-CLOSE            PIC S9(09)V9(02) COMP-3.
003100     01  WS-CALC-ADB              PIC S9(09)V9(02) COMP-3.
003110     01  WS-CALC-FLAG             PIC X(23).
003120
003130*****************************************************************
003140*    CONTROL TOTALS                                             *
003150*****************************************************************
003160     01  WS-TOTALS.
003170         05  WS-SALES-LINE-COUNT  PIC 9(07) COMP VALUE 0.
003180         05  WS-NO-COST-COUNT     PIC 9(07) COMP VALUE 0.
003190         05  WS-HISTORY-COUNT     PIC 9(07) COMP VALUE 0.
003200         05  WS-UNKNOWN-REP-COUNT PIC 9(07) COMP VALUE 0.
003210         05  WS-WRITE-OFF-COUNT   PIC 9(07) COMP VALUE 0.
003220         05  WS-GL-WOF-COUNT      PIC 9(07) COMP VALUE 0.
003230         05  WS-JOURNAL-COUNT     PIC 9(07) COMP VALUE 0.
003240         05  WS-NOT-ON-FILE-COUNT PIC 9(07) COMP VALUE 0.
003250         05  WS-UNPROFIT-COUNT    PIC 9(07) COMP VALUE 0.
003260         05  WS-CONTRACT-COUNT    PIC 9(07) COMP VALUE 0.
003270         05  WS-FAMILY-OVER-COUNT PIC 9(07) COMP VALUE 0.
003280     01  WS-GRAND-TOTALS.
003290         05  WS-GT-MARGIN         PIC S9(11)V9(02) COMP-3 VALUE 0.
003300         05  WS-GT-RETURNS        PIC S9(11)V9(02) COMP-3 VALUE 0.
003310         05  WS-GT-FINCHG         PIC S9(11)V9(02) COMP-3 VALUE 0.
003320         05  WS-GT-WRTOFF         PIC S9(11)V9(02) COMP-3 VALUE 0.
003330         05  WS-GT-COMM           PIC S9(11)V9(02) COMP-3 VALUE 0.
003340         05  WS-GT-CARRY          PIC S9(11)V9(02) COMP-3 VALUE 0.
003350         05  WS-GT-NET            PIC S9(11)V9(02) COMP-3 VALUE 0.
003360
003370*****************************************************************
003380*    REPORT LINE LAYOUTS.  EACH CUSTOMER OR FAMILY TAKES TWO    *
003390*    LINES - THE NET AND FLAG, THEN THE PIECES OF THE NET IN    *
003400*    WHOLE UNITS.                                               *
003410*****************************************************************
003420     01  WS-HEADING-LINE.
003430         05  FILLER               PIC X(38) VALUE
003440             'CUSPRF01 - CUSTOMER PROFITABILITY FOR '.
003450         05  WS-HDG-YYYYMM        PIC 9(06).
003460         05  FILLER               PIC X(14) VALUE
003470             '  CARRYING AT '.
003480         05  WS-HDG-RATE          PIC Z9.99.
003490         05  FILLER               PIC X(17) VALUE
003500             ' PCT A YEAR'.
003510
003520     01  WS-LEGEND-LINE.
003530         05  FILLER               PIC X(40) VALUE
003540             'NET = MARGIN + RETURNS + FIN CHARGE - WR'.
003550         05  FILLER               PIC X(40) VALUE
003560             'ITE-OFFS - COMMISSION - CARRYING'.
003570
003580     01  WS-SECTION-LINE          PIC X(80).
003590
003600     01  WS-COLUMN-LINE-1.
003610         05  FILLER               PIC X(40) VALUE
003620             'RANK CUST  NAME                 FAMLY   '.
003630         05  FILLER               PIC X(40) VALUE
003640             '           NET   FLAG                   '.
003650
003660     01  WS-FAMILY-COLUMN-LINE.
003670         05  FILLER               PIC X(40) VALUE
003680             'RANK FAMLY PARENT NAME          MBRS    '.
003690         05  FILLER               PIC X(40) VALUE
003700             '           NET   FLAG                   '.
003710
003720     01  WS-COLUMN-LINE-2.
003730         05  FILLER               PIC X(40) VALUE
003740             '          MARGIN     RETURNS  FIN CHARGE'.
003750         05  FILLER               PIC X(40) VALUE
003760             '  WRITE-OFFS  COMMISSION    CARRYING    '.
003770
003780     01  WS-DETAIL-LINE-1.
003790         05  WS-DT1-RANK          PIC ZZZ9.
003800         05  WS-DT1-RANK-X REDEFINES WS-DT1-RANK
003810                                  PIC X(04).
003820         05  FILLER               PIC X(01) VALUE SPACES.
003830         05  WS-DT1-CUST-ID       PIC X(05).
003840         05  FILLER               PIC X(01) VALUE SPACES.
003850         05  WS-DT1-NAME          PIC X(20).
003860         05  FILLER               PIC X(01) VALUE SPACES.
003870         05  WS-DT1-FAMILY        PIC X(05).
003880         05  WS-DT1-MEMBERS REDEFINES WS-DT1-FAMILY
003890                                  PIC ZZZZ9.
003900         05  FILLER               PIC X(03) VALUE SPACES.
003910         05  WS-DT1-NET           PIC ZZZ,ZZZ,ZZ9.99-.
003920         05  FILLER               PIC X(02) VALUE SPACES.
003930         05  WS-DT1-FLAG          PIC X(23).
003940
003950     01  WS-DETAIL-LINE-2.
003960         05  FILLER               PIC X(05) VALUE SPACES.
003970         05  FILLER               PIC X(01) VALUE SPACES.
003980         05  WS-DT2-MARGIN        PIC ZZ,ZZZ,ZZ9-.
003990         05  FILLER               PIC X(01) VALUE SPACES.
004000         05  WS-DT2-RETURNS       PIC ZZ,ZZZ,ZZ9-.
004010         05  FILLER               PIC X(01) VALUE SPACES.
004020         05  WS-DT2-FINCHG        PIC ZZ,ZZZ,ZZ9-.
004030         05  FILLER               PIC X(01) VALUE SPACES.
004040         05  WS-DT2-WRTOFF        PIC ZZ,ZZZ,ZZ9-.
004050         05  FILLER               PIC X(01) VALUE SPACES.
004060         05  WS-DT2-COMM          PIC ZZ,ZZZ,ZZ9-.
004070         05  FILLER               PIC X(01) VALUE SPACES.
004080         05  WS-DT2-CARRY         PIC ZZ,ZZZ,ZZ9-.
004090         05  FILLER               PIC X(03) VALUE SPACES.
004100
004110     01  WS-COUNT-LINE.
004120         05  WS-CNT-TITLE         PIC X(40).
004130         05  WS-CNT-VALUE         PIC ZZZ,ZZ9.
004140         05  FILLER               PIC X(33) VALUE SPACES.
004143
004146     COPY STPWORK.
004150
004160 PROCEDURE DIVISION.
004170*****************************************************************
004180*    0000-MAINLINE                                              *
004190*****************************************************************
004200 0000-MAINLINE.
004202     MOVE 'CUSPRF01' TO WS-STP-PROGRAM.
004204     PERFORM 9700-LOG-STEP-START
004206         THRU 9700-LOG-STEP-START-EXIT.
004208
004210     PERFORM 1000-INITIALIZE
004220         THRU 1000-INITIALIZE-EXIT.
004230     IF WS-CUS-COUNT = 0
004240         DISPLAY 'CUSPRF01: NO CUSTOMERS LOADED - NOTHING TO RANK'
004250         IF RETURN-CODE < 8
004260             MOVE 8 TO RETURN-CODE
004270         END-IF
004280         PERFORM 9999-TERMINATE
004290             THRU 9999-TERMINATE-EXIT
004300         STOP RUN
004310     END-IF.
004320
004330     IF WS-SLH-OK
004340         PERFORM 2000-GATHER-SALES
004350             THRU 2000-GATHER-SALES-EXIT
004360             UNTIL WS-SLH-EOF
004370     END-IF.
004380     IF WS-OHS-OK
004390         PERFORM 2100-GATHER-ORDER-HISTORY
004400             THRU 2100-GATHER-ORDER-HISTORY-EXIT
004410             UNTIL WS-OHS-EOF
004420     END-IF.
004430     IF WS-WOF-OK
004440         PERFORM 2200-GATHER-WRITE-OFF
004450             THRU 2200-GATHER-WRITE-OFF-EXIT
004460             UNTIL WS-WOF-EOF
004470     END-IF.
004480     IF WS-GLJ-OK
004490         PERFORM 2300-GATHER-BAD-DEBT
004500             THRU 2300-GATHER-BAD-DEBT-EXIT
004510             UNTIL WS-GLJ-EOF
004520     END-IF.
004530     IF WS-CMJ-OK
004540         PERFORM 2400-GATHER-BALANCE-MOVE
004550             THRU 2400-GATHER-BALANCE-MOVE-EXIT
004560             UNTIL WS-CMJ-EOF
004570     END-IF.
004580
004590     PERFORM 3000-SCORE-CUSTOMER
004600         THRU 3000-SCORE-CUSTOMER-EXIT
004610         VARYING WS-CUS-SUB FROM 1 BY 1
004620         UNTIL WS-CUS-SUB > WS-CUS-COUNT.
004630
004640     PERFORM 4000-RANK-CUSTOMERS
004650         THRU 4000-RANK-CUSTOMERS-EXIT.
004660     PERFORM 4300-RANK-FAMILIES
004670         THRU 4300-RANK-FAMILIES-EXIT.
004680
004690     PERFORM 5000-PRINT-CUSTOMERS
004700         THRU 5000-PRINT-CUSTOMERS-EXIT.
004710     PERFORM 5200-PRINT-FAMILIES
004720         THRU 5200-PRINT-FAMILIES-EXIT.
004730     PERFORM 5400-PRINT-COUNTS
004740         THRU 5400-PRINT-COUNTS-EXIT.
004750
004760     DISPLAY 'CUSPRF01: CUSTOMERS ON FILE...... '
004770         WS-CUS-COUNT.
004780     DISPLAY 'CUSPRF01: CUSTOMERS RANKED....... '
004790         WS-RNK-COUNT.
004800     DISPLAY 'CUSPRF01: UNPROFITABLE........... '
004810         WS-UNPROFIT-COUNT.
004820     DISPLAY 'CUSPRF01: ON CONTRACT PRICING.... '
004830         WS-CONTRACT-COUNT.
004840     DISPLAY 'CUSPRF01: FAMILIES RANKED........ '
004850         WS-FAM-RANK.
004860     DISPLAY 'CUSPRF01: ACTIVITY NOT ON FILE... '
004870         WS-NOT-ON-FILE-COUNT.
004880
004890*    A FAMILY LEFT OUT FOR LACK OF ROOM MEANS THE ROLL-UP IS
004900*    INCOMPLETE AS PRINTED.
004910     IF WS-FAMILY-OVER-COUNT > 0
004920         DISPLAY 'CUSPRF01: FAMILY TABLE FULL - '
004930             WS-FAMILY-OVER-COUNT ' CUSTOMERS NOT ROLLED UP'
004940         IF RETURN-CODE < 4
004950             MOVE 4 TO RETURN-CODE
004960         END-IF
004970     END-IF.
004980
004990     PERFORM 9999-TERMINATE
005000         THRU 9999-TERMINATE-EXIT.
005010
005011     MOVE WS-CUS-COUNT TO WS-STP-RECORDS-IN.
005012     MOVE WS-CUS-COUNT TO WS-STP-APPLIED.
005013     PERFORM 9710-LOG-STEP-END
005014         THRU 9710-LOG-STEP-END-EXIT.
005015
005020     STOP RUN.
005030
005040*****************************************************************
005050*    1000-INITIALIZE                                            *
005060*    THE SALES AND ORDER HISTORIES MUST BOTH BE THERE FOR THE   *
005070*    RANKING TO MEAN ANYTHING; THE WRITE-OFF FILE, THE GL       *
005080*    JOURNAL, THE CUSTOMER JOURNAL, THE CONTRACT PRICES AND THE *
005090*    REP RATES EACH LEAVE THEIR COLUMN (OR FLAG) AT ZERO WHEN   *
005100*    THEY ARE NOT SUPPLIED.                                     *
005110*****************************************************************
005120 1000-INITIALIZE.
005130     OPEN INPUT CONTROL-CARD-FILE.
005140     IF WS-PARM-OK
005150         READ CONTROL-CARD-FILE
005160             AT END
005170                 DISPLAY 'CUSPRF01: NO CONTROL CARD SUPPLIED'
005180                 MOVE 0 TO PARM-RUN-DATE
005190             NOT AT END
005200                 PERFORM 9500-VALIDATE-PARM-CARD
005210                     THRU 9500-VALIDATE-PARM-CARD-EXIT
005220         END-READ
005230         CLOSE CONTROL-CARD-FILE
005240     ELSE
005250         DISPLAY 'CUSPRF01: OPEN CONTROL-CARD FAILED '
005260             WS-PARM-FILE-STATUS
005270         MOVE 0 TO PARM-RUN-DATE
005280     END-IF.
005290
005300     IF PARM-RUN-DATE NOT NUMERIC OR PARM-RUN-DATE = 0
005310         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005320     ELSE
005330         MOVE PARM-RUN-DATE TO WS-RUN-DATE
005340     END-IF.
005350     MOVE WS-RUN-YYYYMM TO WS-REPORT-YYYYMM.
005360
005370     OPEN INPUT PROFIT-CONTROL-FILE.
005380     IF WS-PFC-OK
005390         READ PROFIT-CONTROL-FILE
005400             AT END
005410                 CONTINUE
005420             NOT AT END
005430                 PERFORM 1050-TAKE-CONTROL
005440                     THRU 1050-TAKE-CONTROL-EXIT
005450         END-READ
005460         CLOSE PROFIT-CONTROL-FILE
005470     ELSE
005480         DISPLAY 'CUSPRF01: NO PROFIT-CONTROL-FILE - '
005490             'DEFAULTS IN EFFECT'
005500     END-IF.
005510
005520     OPEN INPUT CUSTOMER-MASTER-FILE.
005530     IF WS-CUST-OK
005540         PERFORM 1100-LOAD-CUSTOMER
005550             THRU 1100-LOAD-CUSTOMER-EXIT
005560             UNTIL WS-CUST-EOF
005570         CLOSE CUSTOMER-MASTER-FILE
005580     ELSE
005590         DISPLAY 'CUSPRF01: OPEN CUSTOMER-MASTER FAILED '
005600             WS-CUST-FILE-STATUS
005610         MOVE 8 TO RETURN-CODE
005620     END-IF.
005630
005640     OPEN INPUT SALES-REP-FILE.
005650     IF WS-REP-OK
005660         PERFORM 1200-LOAD-REP
005670             THRU 1200-LOAD-REP-EXIT
005680             UNTIL WS-REP-EOF
005690         CLOSE SALES-REP-FILE
005700     ELSE
005710         DISPLAY 'CUSPRF01: NO REPMAST FILE THIS RUN'
005720     END-IF.
005730
005740     OPEN INPUT CONTRACT-PRICE-FILE.
005750     IF WS-CPR-OK
005760         PERFORM 1300-MARK-CONTRACT
005770             THRU 1300-MARK-CONTRACT-EXIT
005780             UNTIL WS-CPR-EOF
005790         CLOSE CONTRACT-PRICE-FILE
005800     ELSE
005810         DISPLAY 'CUSPRF01: NO CONPRC FILE THIS RUN'
005820     END-IF.
005830
005840     OPEN INPUT ITEM-MASTER-FILE.
005850     IF NOT WS-ITM-OK
005860         DISPLAY 'CUSPRF01: OPEN ITEM-MASTER FAILED '
005870             WS-ITM-FILE-STATUS ' - MARGIN AT FULL PRICE'
005880         MOVE 'N' TO WS-ITEM-COST-SW
005890         IF RETURN-CODE < 4
005900             MOVE 4 TO RETURN-CODE
005910         END-IF
005920     END-IF.
005930
005940     OPEN INPUT SALES-HISTORY-FILE.
005950     IF NOT WS-SLH-OK
005960         DISPLAY 'CUSPRF01: OPEN SALES-HISTORY FAILED '
005970             WS-SLH-FILE-STATUS
005980         IF RETURN-CODE < 4
005990             MOVE 4 TO RETURN-CODE
006000         END-IF
006010     END-IF.
006020
006030     OPEN INPUT ORDER-HISTORY-FILE.
006040     IF NOT WS-OHS-OK
006050         DISPLAY 'CUSPRF01: OPEN ORDER-HISTORY FAILED '
006060             WS-OHS-FILE-STATUS
006070         IF RETURN-CODE < 4
006080             MOVE 4 TO RETURN-CODE
006090         END-IF
006100     END-IF.
006110
006120     OPEN INPUT WRITE-OFF-FILE.
006130     IF NOT WS-WOF-OK
006140         DISPLAY 'CUSPRF01: NO ORDWOFF FILE THIS RUN'
006150     END-IF.
006160
006170     OPEN INPUT GL-JOURNAL-FILE.
006180     IF NOT WS-GLJ-OK
006190         DISPLAY 'CUSPRF01: NO GLJRNL FILE THIS RUN'
006200     END-IF.
006210
006220     OPEN INPUT CUST-JOURNAL-FILE.
006230     IF NOT WS-CMJ-OK
006240         DISPLAY 'CUSPRF01: NO CMJRNL FILE THIS RUN'
006250     END-IF.
006260
006270     OPEN OUTPUT PROFITABILITY-RPT.
006280     IF NOT WS-RPT-OK
006290         DISPLAY 'CUSPRF01: OPEN PROFITABILITY-RPT FAILED '
006300             WS-RPT-FILE-STATUS
006310     END-IF.
006320
006330     MOVE WS-REPORT-YYYYMM  TO WS-HDG-YYYYMM.
006340     MOVE WS-CARRY-RATE-PCT TO WS-HDG-RATE.
006350     WRITE PROFITABILITY-LINE FROM WS-HEADING-LINE.
006360     WRITE PROFITABILITY-LINE FROM WS-LEGEND-LINE.
006370 1000-INITIALIZE-EXIT.
006380     EXIT.
006390
006400*****************************************************************
006410*    1050-TAKE-CONTROL                                          *
006420*    A FIELD LEFT ZERO OR OUT OF RANGE KEEPS ITS DEFAULT.       *
006430*****************************************************************
006440 1050-TAKE-CONTROL.
006450     IF PFC-CARRY-RATE-PCT NUMERIC
006460         IF PFC-CARRY-RATE-PCT > 0
006470             MOVE PFC-CARRY-RATE-PCT TO WS-CARRY-RATE-PCT
006480         END-IF
006490     END-IF.
006500     IF PFC-REPORT-YYYYMM NUMERIC
006510         IF PFC-REPORT-YYYYMM > 0
006520             MOVE PFC-REPORT-YYYYMM TO WS-DTW-YYYYMM
006530             IF WS-DATE-WORK(5:2) > '00'
006540                     AND WS-DATE-WORK(5:2) < '13'
006550                 MOVE PFC-REPORT-YYYYMM TO WS-REPORT-YYYYMM
006560             ELSE
006570                 DISPLAY 'CUSPRF01: REPORT MONTH IGNORED - '
006580                     PFC-REPORT-YYYYMM
006590             END-IF
006600         END-IF
006610     END-IF.
006620 1050-TAKE-CONTROL-EXIT.
006630     EXIT.
006640
006650*****************************************************************
006660*    1100-LOAD-CUSTOMER                                         *
006670*    A CUSTOMER MERGED INTO ANOTHER CARRIES NO BUSINESS OF ITS  *
006680*    OWN AND IS LEFT OFF.  THE FAMILY IS THE PARENT'S ID, OR    *
006690*    THE CUSTOMER'S OWN WHEN IT HAS NO PARENT.                  *
006700*****************************************************************
006710 1100-LOAD-CUSTOMER.
006720     READ CUSTOMER-MASTER-FILE
006730         AT END
006740             MOVE '10' TO WS-CUST-FILE-STATUS
006750             GO TO 1100-LOAD-CUSTOMER-EXIT
006760     END-READ.
006770     IF CUST-MERGED
006780         GO TO 1100-LOAD-CUSTOMER-EXIT
006790     END-IF.
006800     IF WS-CUS-COUNT NOT < WS-MAX-CUS-ROWS
006810         DISPLAY 'CUSPRF01: CUSTOMER TABLE FULL - SKIPPED '
006820             CUST-ID
006830         IF RETURN-CODE < 4
006840             MOVE 4 TO RETURN-CODE
006850         END-IF
006860         GO TO 1100-LOAD-CUSTOMER-EXIT
006870     END-IF.
006880     ADD 1 TO WS-CUS-COUNT.
006890     MOVE CUST-ID        TO WS-CUS-T-ID(WS-CUS-COUNT).
006900     MOVE CUST-NAME      TO WS-CUS-T-NAME(WS-CUS-COUNT).
006910     MOVE CUST-PARENT-ID TO WS-CUS-T-PARENT(WS-CUS-COUNT).
006920     IF CUST-PARENT-ID = SPACES
006930         MOVE CUST-ID        TO WS-CUS-T-FAMILY(WS-CUS-COUNT)
006940     ELSE
006950         MOVE CUST-PARENT-ID TO WS-CUS-T-FAMILY(WS-CUS-COUNT)
006960     END-IF.
006970     MOVE 'N'            TO WS-CUS-T-CONTRACT(WS-CUS-COUNT).
006980     MOVE CUST-BALANCE   TO WS-CUS-T-BALANCE(WS-CUS-COUNT).
006990     MOVE 0 TO WS-CUS-T-MARGIN(WS-CUS-COUNT)
007000               WS-CUS-T-RETURNS(WS-CUS-COUNT)
007010               WS-CUS-T-FINCHG(WS-CUS-COUNT)
007020               WS-CUS-T-WRTOFF(WS-CUS-COUNT)
007030               WS-CUS-T-COMM(WS-CUS-COUNT)
007040               WS-CUS-T-CARRY(WS-CUS-COUNT)
007050               WS-CUS-T-NET(WS-CUS-COUNT)
007060               WS-CUS-T-WEIGHTED(WS-CUS-COUNT)
007070               WS-CUS-T-LATER-MOVE(WS-CUS-COUNT).
007080 1100-LOAD-CUSTOMER-EXIT.
007090     EXIT.
007100
007110*****************************************************************
007120*    1200-LOAD-REP                                              *
007130*****************************************************************
007140 1200-LOAD-REP.
007150     READ SALES-REP-FILE
007160         AT END
007170             MOVE '10' TO WS-REP-FILE-STATUS
007180             GO TO 1200-LOAD-REP-EXIT
007190     END-READ.
007200     IF WS-REP-COUNT < WS-MAX-REP-ROWS
007210         ADD 1 TO WS-REP-COUNT
007220         MOVE REP-CODE     TO WS-REP-T-CODE(WS-REP-COUNT)
007230         MOVE REP-RATE-PCT TO WS-REP-T-RATE(WS-REP-COUNT)
007240     END-IF.
007250 1200-LOAD-REP-EXIT.
007260     EXIT.
007270
007280*****************************************************************
007290*    1300-MARK-CONTRACT                                         *
007300*    A CUSTOMER WITH ANY CONTRACT PRICE STILL RUNNING INTO THE  *
007310*    REPORT MONTH IS FLAGGED - THAT IS THE PRICING TO TAKE BACK *
007320*    TO THE TABLE IF THE CUSTOMER IS LOSING MONEY.              *
007330*****************************************************************
007340 1300-MARK-CONTRACT.
007350     READ CONTRACT-PRICE-FILE
007360         AT END
007370             MOVE '10' TO WS-CPR-FILE-STATUS
007380             GO TO 1300-MARK-CONTRACT-EXIT
007390     END-READ.
007400     IF CPR-END-DATE NUMERIC
007410         IF CPR-END-DATE > 0
007420             MOVE CPR-END-DATE TO WS-DATE-WORK
007430             IF WS-DTW-YYYYMM < WS-REPORT-YYYYMM
007440                 GO TO 1300-MARK-CONTRACT-EXIT
007450             END-IF
007460         END-IF
007470     END-IF.
007480     MOVE CPR-CUST-ID TO WS-FIND-CUST-ID.
007490     PERFORM 6000-FIND-CUSTOMER
007500         THRU 6000-FIND-CUSTOMER-EXIT.
007510     IF WS-CUS-FOUND
007520         MOVE 'Y' TO WS-CUS-T-CONTRACT(WS-CUS-HIT-SUB)
007530     END-IF.
007540 1300-MARK-CONTRACT-EXIT.
007550     EXIT.
007560
007570*****************************************************************
007580*    2000-GATHER-SALES                                          *
007590*    MARGIN ON A SALE IS ITS AMOUNT LESS QUANTITY AT THE ITEM'S *
007600*    CURRENT UNIT COST.  A RETURN LINE CARRIES A NEGATIVE       *
007610*    AMOUNT, SO THE MARGIN GIVEN BACK IS THE AMOUNT PLUS THE    *
007620*    COST OF THE GOODS COMING BACK.  A LINE WHOSE ITEM HAS NO   *
007630*    COST ON FILE COUNTS AT FULL PRICE AND IS COUNTED.          *
007640*****************************************************************
007650 2000-GATHER-SALES.
007660     READ SALES-HISTORY-FILE
007670         AT END
007680             MOVE '10' TO WS-SLH-FILE-STATUS
007690             GO TO 2000-GATHER-SALES-EXIT
007700     END-READ.
007710     IF SLH-ORDER-DATE NOT NUMERIC
007720         GO TO 2000-GATHER-SALES-EXIT
007730     END-IF.
007732*    A KIT'S REVENUE AND COST ARE ON ITS COMPONENT ROWS.
007734     IF SLH-KIT-SALE
007736         GO TO 2000-GATHER-SALES-EXIT
007738     END-IF.
007740     MOVE SLH-ORDER-DATE TO WS-DATE-WORK.
007750     IF WS-DTW-YYYYMM NOT = WS-REPORT-YYYYMM
007760         GO TO 2000-GATHER-SALES-EXIT
007770     END-IF.
007780     ADD 1 TO WS-SALES-LINE-COUNT.
007790
007800     MOVE SLH-CUST-ID TO WS-FIND-CUST-ID.
007810     PERFORM 6000-FIND-CUSTOMER
007820         THRU 6000-FIND-CUSTOMER-EXIT.
007830     IF NOT WS-CUS-FOUND
007840         ADD 1 TO WS-NOT-ON-FILE-COUNT
007850         GO TO 2000-GATHER-SALES-EXIT
007860     END-IF.
007870
007880     PERFORM 2010-GET-ITEM-COST
007890         THRU 2010-GET-ITEM-COST-EXIT.
007900     IF WS-LAST-COST-KNOWN
007910         COMPUTE WS-CALC-COST = SLH-QUANTITY * WS-LAST-ITM-COST
007920     ELSE
007930         ADD 1 TO WS-NO-COST-COUNT
007940         MOVE 0 TO WS-CALC-COST
007950     END-IF.
007960
007970     IF SLH-AMOUNT < 0
007980         COMPUTE WS-CUS-T-RETURNS(WS-CUS-HIT-SUB)
007990             = WS-CUS-T-RETURNS(WS-CUS-HIT-SUB)
008000             + SLH-AMOUNT + WS-CALC-COST
008010     ELSE
008020         COMPUTE WS-CUS-T-MARGIN(WS-CUS-HIT-SUB)
008030             = WS-CUS-T-MARGIN(WS-CUS-HIT-SUB)
008040             + SLH-AMOUNT - WS-CALC-COST
008050     END-IF.
008060 2000-GATHER-SALES-EXIT.
008070     EXIT.
008080
008090*****************************************************************
008100*    2010-GET-ITEM-COST                                         *
008110*    THE LAST ITEM READ IS KEPT, SINCE AN ORDER'S LINES OFTEN   *
008120*    REPEAT AN ITEM.                                            *
008130*****************************************************************
008140 2010-GET-ITEM-COST.
008150     IF SLH-ITM-ID = WS-LAST-ITM-ID
008160         GO TO 2010-GET-ITEM-COST-EXIT
008170     END-IF.
008180     MOVE SLH-ITM-ID TO WS-LAST-ITM-ID.
008190     MOVE 'N' TO WS-LAST-COST-SW.
008200     IF NOT WS-ITEM-COST-ON
008210         GO TO 2010-GET-ITEM-COST-EXIT
008220     END-IF.
008230     MOVE SLH-ITM-ID TO ITM-ID.
008240     READ ITEM-MASTER-FILE
008250         INVALID KEY
008260             GO TO 2010-GET-ITEM-COST-EXIT
008270     END-READ.
008280     IF ITM-UNIT-COST NUMERIC
008290         IF ITM-UNIT-COST > 0
008300             MOVE ITM-UNIT-COST TO WS-LAST-ITM-COST
008310             MOVE 'Y' TO WS-LAST-COST-SW
008320         END-IF
008330     END-IF.
008340 2010-GET-ITEM-COST-EXIT.
008350     EXIT.
008360
008370*****************************************************************
008380*    2100-GATHER-ORDER-HISTORY                                  *
008390*    FINANCE CHARGES POSTED IN THE MONTH ARE INCOME FROM THE    *
008400*    CUSTOMER.  COMMISSION IS WORKED THE WAY COMM01 PAYS IT -   *
008410*    THE REP'S RATE ON EVERY ATTRIBUTED LINE EXCEPT FINANCE     *
008420*    CHARGES, TAX AND FREIGHT, WITH RETURNS CLAWING IT BACK.    *
008430*****************************************************************
008440 2100-GATHER-ORDER-HISTORY.
008450     READ ORDER-HISTORY-FILE
008460         AT END
008470             MOVE '10' TO WS-OHS-FILE-STATUS
008480             GO TO 2100-GATHER-ORDER-HISTORY-EXIT
008490     END-READ.
008500     IF OHS-ORDER-DATE NOT NUMERIC
008510         GO TO 2100-GATHER-ORDER-HISTORY-EXIT
008520     END-IF.
008530     MOVE OHS-ORDER-DATE TO WS-DATE-WORK.
008540     IF WS-DTW-YYYYMM NOT = WS-REPORT-YYYYMM
008550         GO TO 2100-GATHER-ORDER-HISTORY-EXIT
008560     END-IF.
008570     ADD 1 TO WS-HISTORY-COUNT.
008580
008590     MOVE OHS-CUST-ID TO WS-FIND-CUST-ID.
008600     PERFORM 6000-FIND-CUSTOMER
008610         THRU 6000-FIND-CUSTOMER-EXIT.
008620     IF NOT WS-CUS-FOUND
008630         ADD 1 TO WS-NOT-ON-FILE-COUNT
008640         GO TO 2100-GATHER-ORDER-HISTORY-EXIT
008650     END-IF.
008660
008670     IF OHS-TYPE-FINCHG
008680         ADD OHS-AMOUNT TO WS-CUS-T-FINCHG(WS-CUS-HIT-SUB)
008690         GO TO 2100-GATHER-ORDER-HISTORY-EXIT
008700     END-IF.
008710     IF OHS-REP-CODE = SPACES
008720             OR OHS-TYPE-TAX
008725             OR OHS-TYPE-FREIGHT
008730         GO TO 2100-GATHER-ORDER-HISTORY-EXIT
008740     END-IF.
008750
008760     MOVE 'N' TO WS-REP-FOUND-SW.
008770     PERFORM 6100-MATCH-REP-ROW
008780         THRU 6100-MATCH-REP-ROW-EXIT
008790         VARYING WS-REP-SUB FROM 1 BY 1
008800         UNTIL WS-REP-SUB > WS-REP-COUNT
008810             OR WS-REP-FOUND.
008820     IF NOT WS-REP-FOUND
008830         ADD 1 TO WS-UNKNOWN-REP-COUNT
008840         GO TO 2100-GATHER-ORDER-HISTORY-EXIT
008850     END-IF.
008860     COMPUTE WS-CALC-COMM ROUNDED
008870         = OHS-AMOUNT * WS-REP-T-RATE(WS-REP-HIT-SUB) / 100.
008880     ADD WS-CALC-COMM TO WS-CUS-T-COMM(WS-CUS-HIT-SUB).
008890 2100-GATHER-ORDER-HISTORY-EXIT.
008900     EXIT.
008910
008920*****************************************************************
008930*    2200-GATHER-WRITE-OFF                                      *
008940*    ORDERS ORDSUSP1 WROTE OFF IN THE MONTH AFTER THEIR RETRIES *
008950*    RAN OUT.                                                   *
008960*****************************************************************
008970 2200-GATHER-WRITE-OFF.
008980     READ WRITE-OFF-FILE
008990         AT END
009000             MOVE '10' TO WS-WOF-FILE-STATUS
009010             GO TO 2200-GATHER-WRITE-OFF-EXIT
009020     END-READ.
009030     IF WOF-WRITE-OFF-DATE NOT NUMERIC
009040         GO TO 2200-GATHER-WRITE-OFF-EXIT
009050     END-IF.
009060     MOVE WOF-WRITE-OFF-DATE TO WS-DATE-WORK.
009070     IF WS-DTW-YYYYMM NOT = WS-REPORT-YYYYMM
009080         GO TO 2200-GATHER-WRITE-OFF-EXIT
009090     END-IF.
009100     ADD 1 TO WS-WRITE-OFF-COUNT.
009110
009120     MOVE WOF-CUST-ID TO WS-FIND-CUST-ID.
009130     PERFORM 6000-FIND-CUSTOMER
009140         THRU 6000-FIND-CUSTOMER-EXIT.
009150     IF NOT WS-CUS-FOUND
009160         ADD 1 TO WS-NOT-ON-FILE-COUNT
009170         GO TO 2200-GATHER-WRITE-OFF-EXIT
009180     END-IF.
009190     ADD WOF-ORDER-AMOUNT TO WS-CUS-T-WRTOFF(WS-CUS-HIT-SUB).
009200 2200-GATHER-WRITE-OFF-EXIT.
009210     EXIT.
009220
009230*****************************************************************
009240*    2300-GATHER-BAD-DEBT                                       *
009250*    SMALL-BALANCE WRITE-OFFS ARE TAKEN FROM THE SBWOFF LEG OF  *
009260*    BALWOF01'S GL PAIRS, WHICH CARRY THE CUSTOMER ID AS THEIR  *
009270*    REFERENCE.  A DEBIT WRITES OFF MONEY OWED; A CREDIT IS A   *
009280*    CREDIT BALANCE TAKEN BACK AND REDUCES THE COST.            *
009290*****************************************************************
009300 2300-GATHER-BAD-DEBT.
009310     READ GL-JOURNAL-FILE
009320         AT END
009330             MOVE '10' TO WS-GLJ-FILE-STATUS
009340             GO TO 2300-GATHER-BAD-DEBT-EXIT
009350     END-READ.
009360     IF GLJ-SOURCE-PGM NOT = 'BALWOF01'
009370             OR GLJ-ACCOUNT NOT = 'SBWOFF  '
009380         GO TO 2300-GATHER-BAD-DEBT-EXIT
009390     END-IF.
009400     IF GLJ-TRAN-DATE NOT NUMERIC
009410         GO TO 2300-GATHER-BAD-DEBT-EXIT
009420     END-IF.
009430     MOVE GLJ-TRAN-DATE TO WS-DATE-WORK.
009440     IF WS-DTW-YYYYMM NOT = WS-REPORT-YYYYMM
009450         GO TO 2300-GATHER-BAD-DEBT-EXIT
009460     END-IF.
009470     ADD 1 TO WS-GL-WOF-COUNT.
009480
009490     MOVE GLJ-REFERENCE(1:5) TO WS-FIND-CUST-ID.
009500     PERFORM 6000-FIND-CUSTOMER
009510         THRU 6000-FIND-CUSTOMER-EXIT.
009520     IF NOT WS-CUS-FOUND
009530         ADD 1 TO WS-NOT-ON-FILE-COUNT
009540         GO TO 2300-GATHER-BAD-DEBT-EXIT
009550     END-IF.
009560     IF GLJ-DEBIT
009570         ADD GLJ-AMOUNT TO WS-CUS-T-WRTOFF(WS-CUS-HIT-SUB)
009580     ELSE
009590         SUBTRACT GLJ-AMOUNT FROM WS-CUS-T-WRTOFF(WS-CUS-HIT-SUB)
009600     END-IF.
009610 2300-GATHER-BAD-DEBT-EXIT.
009620     EXIT.
009630
009640*****************************************************************
009650*    2400-GATHER-BALANCE-MOVE                                   *
009660*    EVERY MASTER CHANGE MOVES THE BALANCE BY ITS AFTER-IMAGE   *
009670*    BALANCE LESS ITS BEFORE-IMAGE BALANCE (A BLANK IMAGE IS    *
009680*    ZERO).  A MOVE IN THE MONTH IS WEIGHTED BY THE DAYS OF THE *
009690*    MONTH BEFORE IT, ON A 30-DAY MONTH, SO THE AVERAGE DAILY   *
009700*    BALANCE IS THE CLOSING BALANCE LESS THE WEIGHTED MOVES     *
009710*    OVER 30.  MOVES AFTER THE MONTH ARE BACKED OUT OF TODAY'S  *
009720*    BALANCE TO GIVE THE MONTH'S CLOSING BALANCE.               *
009730*****************************************************************
009740 2400-GATHER-BALANCE-MOVE.
009750     READ CUST-JOURNAL-FILE
009760         AT END
009770             MOVE '10' TO WS-CMJ-FILE-STATUS
009780             GO TO 2400-GATHER-BALANCE-MOVE-EXIT
009790     END-READ.
009792     IF CMJ-ACTION-TRAILER
009794         GO TO 2400-GATHER-BALANCE-MOVE-EXIT
009796     END-IF.
009800     IF CMJ-JOURNAL-DATE NOT NUMERIC
009810         GO TO 2400-GATHER-BALANCE-MOVE-EXIT
009820     END-IF.
009830     MOVE CMJ-JOURNAL-DATE TO WS-DATE-WORK.
009840     IF WS-DTW-YYYYMM < WS-REPORT-YYYYMM
009850         GO TO 2400-GATHER-BALANCE-MOVE-EXIT
009860     END-IF.
009870
009880     MOVE CMJ-CUST-ID TO WS-FIND-CUST-ID.
009890     PERFORM 6000-FIND-CUSTOMER
009900         THRU 6000-FIND-CUSTOMER-EXIT.
009910     IF NOT WS-CUS-FOUND
009920         GO TO 2400-GATHER-BALANCE-MOVE-EXIT
009930     END-IF.
009940     ADD 1 TO WS-JOURNAL-COUNT.
009950
009960     MOVE 0 TO WS-CALC-MOVE.
009970     IF CMJ-AFTER-IMAGE NOT = SPACES
009980         MOVE CMJ-AFTER-IMAGE TO WS-IMAGE-WORK
009990         ADD WS-IMG-BALANCE TO WS-CALC-MOVE
010000     END-IF.
010010     IF CMJ-BEFORE-IMAGE NOT = SPACES
010020         MOVE CMJ-BEFORE-IMAGE TO WS-IMAGE-WORK
010030         SUBTRACT WS-IMG-BALANCE FROM WS-CALC-MOVE
010040     END-IF.
010050
010060     IF WS-DTW-YYYYMM > WS-REPORT-YYYYMM
010070         ADD WS-CALC-MOVE TO WS-CUS-T-LATER-MOVE(WS-CUS-HIT-SUB)
010080         GO TO 2400-GATHER-BALANCE-MOVE-EXIT
010090     END-IF.
010100     IF WS-DTW-DD > 30
010110         MOVE 29 TO WS-DAYS-BEFORE
010120     ELSE
010130         IF WS-DTW-DD = 0
010140             MOVE 0 TO WS-DAYS-BEFORE
010150         ELSE
010160             COMPUTE WS-DAYS-BEFORE = WS-DTW-DD - 1
010170         END-IF
010180     END-IF.
010190     COMPUTE WS-CUS-T-WEIGHTED(WS-CUS-HIT-SUB)
010200         = WS-CUS-T-WEIGHTED(WS-CUS-HIT-SUB)
010210         + WS-CALC-MOVE * WS-DAYS-BEFORE.
010220 2400-GATHER-BALANCE-MOVE-EXIT.
010230     EXIT.
010240
010250*****************************************************************
010260*    3000-SCORE-CUSTOMER                                        *
010270*    WORKS OUT THE CARRYING COST AND THE NET FOR ONE CUSTOMER,  *
010280*    RANKS IT IF IT HAD ANYTHING TO SHOW FOR THE MONTH, AND     *
010290*    ROLLS IT INTO ITS FAMILY.  ONLY A DEBIT AVERAGE BALANCE    *
010300*    COSTS MONEY TO CARRY; A TWELFTH OF THE ANNUAL RATE IS      *
010310*    CHARGED FOR THE MONTH.                                     *
010320*****************************************************************
010330 3000-SCORE-CUSTOMER.
010340     COMPUTE WS-CALC-CLOSE
010350         = WS-CUS-T-BALANCE(WS-CUS-SUB)
010360         - WS-CUS-T-LATER-MOVE(WS-CUS-SUB).
010370     COMPUTE WS-CALC-ADB ROUNDED
010380         = WS-CALC-CLOSE - WS-CUS-T-WEIGHTED(WS-CUS-SUB) / 30.
010390     IF WS-CALC-ADB > 0
010400         COMPUTE WS-CUS-T-CARRY(WS-CUS-SUB) ROUNDED
010410             = WS-CALC-ADB * WS-CARRY-RATE-PCT / 1200
010420     END-IF.
010430     COMPUTE WS-CUS-T-NET(WS-CUS-SUB)
010440         = WS-CUS-T-MARGIN(WS-CUS-SUB)
010450         + WS-CUS-T-RETURNS(WS-CUS-SUB)
010460         + WS-CUS-T-FINCHG(WS-CUS-SUB)
010470         - WS-CUS-T-WRTOFF(WS-CUS-SUB)
010480         - WS-CUS-T-COMM(WS-CUS-SUB)
010490         - WS-CUS-T-CARRY(WS-CUS-SUB).
010500
010510     IF WS-CUS-T-MARGIN(WS-CUS-SUB) NOT = 0
010520             OR WS-CUS-T-RETURNS(WS-CUS-SUB) NOT = 0
010530             OR WS-CUS-T-FINCHG(WS-CUS-SUB) NOT = 0
010540             OR WS-CUS-T-WRTOFF(WS-CUS-SUB) NOT = 0
010550             OR WS-CUS-T-COMM(WS-CUS-SUB) NOT = 0
010560             OR WS-CUS-T-CARRY(WS-CUS-SUB) NOT = 0
010570         ADD 1 TO WS-RNK-COUNT
010580         MOVE WS-CUS-SUB TO WS-RNK-T-CUS-SUB(WS-RNK-COUNT)
010590         MOVE WS-CUS-T-NET(WS-CUS-SUB)
010600             TO WS-RNK-T-NET(WS-RNK-COUNT)
010610     END-IF.
010620
010630     MOVE WS-CUS-T-FAMILY(WS-CUS-SUB) TO WS-FIND-FAMILY.
010640     PERFORM 6200-FIND-FAMILY
010650         THRU 6200-FIND-FAMILY-EXIT.
010660     IF NOT WS-FAM-FOUND
010670         ADD 1 TO WS-FAMILY-OVER-COUNT
010680         GO TO 3000-SCORE-CUSTOMER-EXIT
010690     END-IF.
010700     ADD 1 TO WS-FAM-T-MEMBERS(WS-FAM-HIT-SUB).
010710     IF WS-CUS-T-CONTRACT(WS-CUS-SUB) = 'Y'
010720         MOVE 'Y' TO WS-FAM-T-CONTRACT(WS-FAM-HIT-SUB)
010730     END-IF.
010740     ADD WS-CUS-T-MARGIN(WS-CUS-SUB)
010750         TO WS-FAM-T-MARGIN(WS-FAM-HIT-SUB).
010760     ADD WS-CUS-T-RETURNS(WS-CUS-SUB)
010770         TO WS-FAM-T-RETURNS(WS-FAM-HIT-SUB).
010780     ADD WS-CUS-T-FINCHG(WS-CUS-SUB)
010790         TO WS-FAM-T-FINCHG(WS-FAM-HIT-SUB).
010800     ADD WS-CUS-T-WRTOFF(WS-CUS-SUB)
010810         TO WS-FAM-T-WRTOFF(WS-FAM-HIT-SUB).
010820     ADD WS-CUS-T-COMM(WS-CUS-SUB)
010830         TO WS-FAM-T-COMM(WS-FAM-HIT-SUB).
010840     ADD WS-CUS-T-CARRY(WS-CUS-SUB)
010850         TO WS-FAM-T-CARRY(WS-FAM-HIT-SUB).
010860     ADD WS-CUS-T-NET(WS-CUS-SUB)
010870         TO WS-FAM-T-NET(WS-FAM-HIT-SUB).
010880 3000-SCORE-CUSTOMER-EXIT.
010890     EXIT.
010900
010910*****************************************************************
010920*    4000-RANK-CUSTOMERS                                        *
010930*    A SIMPLE EXCHANGE SORT OF THE RANKING ENTRIES, MOST        *
010940*    PROFITABLE FIRST, AS SLSRPT01 RANKS ITS ITEMS.             *
010950*****************************************************************
010960 4000-RANK-CUSTOMERS.
010970     MOVE 'Y' TO WS-SORT-SWAPPED-SW.
010980     PERFORM 4100-ONE-CUSTOMER-PASS
010990         THRU 4100-ONE-CUSTOMER-PASS-EXIT
011000         UNTIL NOT WS-SORT-SWAPPED.
011010 4000-RANK-CUSTOMERS-EXIT.
011020     EXIT.
011030
011040*****************************************************************
011050*    4100-ONE-CUSTOMER-PASS                                     *
011060*****************************************************************
011070 4100-ONE-CUSTOMER-PASS.
011080     MOVE 'N' TO WS-SORT-SWAPPED-SW.
011090     IF WS-RNK-COUNT < 2
011100         GO TO 4100-ONE-CUSTOMER-PASS-EXIT
011110     END-IF.
011120     PERFORM 4200-COMPARE-CUSTOMERS
011130         THRU 4200-COMPARE-CUSTOMERS-EXIT
011140         VARYING WS-SORT-SUB FROM 1 BY 1
011150         UNTIL WS-SORT-SUB NOT < WS-RNK-COUNT.
011160 4100-ONE-CUSTOMER-PASS-EXIT.
011170     EXIT.
011180
011190*****************************************************************
011200*    4200-COMPARE-CUSTOMERS                                     *
011210*****************************************************************
011220 4200-COMPARE-CUSTOMERS.
011230     COMPUTE WS-SORT-NEXT = WS-SORT-SUB + 1.
011240     IF WS-RNK-T-NET(WS-SORT-NEXT)
011250             > WS-RNK-T-NET(WS-SORT-SUB)
011260         MOVE WS-RNK-ROW(WS-SORT-SUB) TO WS-RNK-HOLD
011270         MOVE WS-RNK-ROW(WS-SORT-NEXT)
011280             TO WS-RNK-ROW(WS-SORT-SUB)
011290         MOVE WS-RNK-HOLD TO WS-RNK-ROW(WS-SORT-NEXT)
011300         MOVE 'Y' TO WS-SORT-SWAPPED-SW
011310     END-IF.
011320 4200-COMPARE-CUSTOMERS-EXIT.
011330     EXIT.
011340
011350*****************************************************************
011360*    4300-RANK-FAMILIES                                         *
011370*****************************************************************
011380 4300-RANK-FAMILIES.
011390     MOVE 'Y' TO WS-SORT-SWAPPED-SW.
011400     PERFORM 4400-ONE-FAMILY-PASS
011410         THRU 4400-ONE-FAMILY-PASS-EXIT
011420         UNTIL NOT WS-SORT-SWAPPED.
011430 4300-RANK-FAMILIES-EXIT.
011440     EXIT.
011450
011460*****************************************************************
011470*    4400-ONE-FAMILY-PASS                                       *
011480*****************************************************************
011490 4400-ONE-FAMILY-PASS.
011500     MOVE 'N' TO WS-SORT-SWAPPED-SW.
011510     IF WS-FAM-COUNT < 2
011520         GO TO 4400-ONE-FAMILY-PASS-EXIT
011530     END-IF.
011540     PERFORM 4500-COMPARE-FAMILIES
011550         THRU 4500-COMPARE-FAMILIES-EXIT
011560         VARYING WS-SORT-SUB FROM 1 BY 1
011570         UNTIL WS-SORT-SUB NOT < WS-FAM-COUNT.
011580 4400-ONE-FAMILY-PASS-EXIT.
011590     EXIT.
011600
011610*****************************************************************
011620*    4500-COMPARE-FAMILIES                                      *
011630*****************************************************************
011640 4500-COMPARE-FAMILIES.
011650     COMPUTE WS-SORT-NEXT = WS-SORT-SUB + 1.
011660     IF WS-FAM-T-NET(WS-SORT-NEXT)
011670             > WS-FAM-T-NET(WS-SORT-SUB)
011680         MOVE WS-FAM-ROW(WS-SORT-SUB) TO WS-FAM-HOLD
011690         MOVE WS-FAM-ROW(WS-SORT-NEXT)
011700             TO WS-FAM-ROW(WS-SORT-SUB)
011710         MOVE WS-FAM-HOLD TO WS-FAM-ROW(WS-SORT-NEXT)
011720         MOVE 'Y' TO WS-SORT-SWAPPED-SW
011730     END-IF.
011740 4500-COMPARE-FAMILIES-EXIT.
011750     EXIT.
011760
011770*****************************************************************
011780*    5000-PRINT-CUSTOMERS                                       *
011790*****************************************************************
011800 5000-PRINT-CUSTOMERS.
011810     MOVE 'RANKING BY CUSTOMER - MOST TO LEAST PROFITABLE'
011820         TO WS-SECTION-LINE.
011830     WRITE PROFITABILITY-LINE FROM WS-SECTION-LINE.
011840     WRITE PROFITABILITY-LINE FROM WS-COLUMN-LINE-1.
011850     WRITE PROFITABILITY-LINE FROM WS-COLUMN-LINE-2.
011860     PERFORM 5100-PRINT-ONE-CUSTOMER
011870         THRU 5100-PRINT-ONE-CUSTOMER-EXIT
011880         VARYING WS-RNK-SUB FROM 1 BY 1
011890         UNTIL WS-RNK-SUB > WS-RNK-COUNT.
011900
011910     MOVE SPACES          TO WS-DT1-RANK-X WS-DT1-CUST-ID
011920                             WS-DT1-FAMILY WS-DT1-FLAG.
011930     MOVE 'ALL RANKED'    TO WS-DT1-NAME.
011940     MOVE WS-GT-NET       TO WS-DT1-NET.
011950     WRITE PROFITABILITY-LINE FROM WS-DETAIL-LINE-1.
011960     COMPUTE WS-DT2-MARGIN  ROUNDED = WS-GT-MARGIN.
011970     COMPUTE WS-DT2-RETURNS ROUNDED = WS-GT-RETURNS.
011980     COMPUTE WS-DT2-FINCHG  ROUNDED = WS-GT-FINCHG.
011990     COMPUTE WS-DT2-WRTOFF  ROUNDED = WS-GT-WRTOFF.
012000     COMPUTE WS-DT2-COMM    ROUNDED = WS-GT-COMM.
012010     COMPUTE WS-DT2-CARRY   ROUNDED = WS-GT-CARRY.
012020     WRITE PROFITABILITY-LINE FROM WS-DETAIL-LINE-2.
012030 5000-PRINT-CUSTOMERS-EXIT.
012040     EXIT.
012050
012060*****************************************************************
012070*    5100-PRINT-ONE-CUSTOMER                                    *
012080*****************************************************************
012090 5100-PRINT-ONE-CUSTOMER.
012100     MOVE WS-RNK-T-CUS-SUB(WS-RNK-SUB) TO WS-CUS-SUB.
012110     ADD WS-CUS-T-MARGIN(WS-CUS-SUB)  TO WS-GT-MARGIN.
012120     ADD WS-CUS-T-RETURNS(WS-CUS-SUB) TO WS-GT-RETURNS.
012130     ADD WS-CUS-T-FINCHG(WS-CUS-SUB)  TO WS-GT-FINCHG.
012140     ADD WS-CUS-T-WRTOFF(WS-CUS-SUB)  TO WS-GT-WRTOFF.
012150     ADD WS-CUS-T-COMM(WS-CUS-SUB)    TO WS-GT-COMM.
012160     ADD WS-CUS-T-CARRY(WS-CUS-SUB)   TO WS-GT-CARRY.
012170     ADD WS-CUS-T-NET(WS-CUS-SUB)     TO WS-GT-NET.
012180
012190     MOVE SPACES TO WS-CALC-FLAG.
012200     IF WS-CUS-T-NET(WS-CUS-SUB) < 0
012210         ADD 1 TO WS-UNPROFIT-COUNT
012220         IF WS-CUS-T-CONTRACT(WS-CUS-SUB) = 'Y'
012230             ADD 1 TO WS-CONTRACT-COUNT
012240             MOVE 'UNPROFITABLE - CONTRACT' TO WS-CALC-FLAG
012250         ELSE
012260             MOVE 'UNPROFITABLE' TO WS-CALC-FLAG
012270         END-IF
012280     END-IF.
012290
012300     MOVE WS-RNK-SUB                  TO WS-DT1-RANK.
012310     MOVE WS-CUS-T-ID(WS-CUS-SUB)     TO WS-DT1-CUST-ID.
012320     MOVE WS-CUS-T-NAME(WS-CUS-SUB)   TO WS-DT1-NAME.
012330     MOVE WS-CUS-T-PARENT(WS-CUS-SUB) TO WS-DT1-FAMILY.
012340     MOVE WS-CUS-T-NET(WS-CUS-SUB)    TO WS-DT1-NET.
012350     MOVE WS-CALC-FLAG                TO WS-DT1-FLAG.
012360     WRITE PROFITABILITY-LINE FROM WS-DETAIL-LINE-1.
012370     COMPUTE WS-DT2-MARGIN  ROUNDED = WS-CUS-T-MARGIN(WS-CUS-SUB).
012380     COMPUTE WS-DT2-RETURNS ROUNDED
012390         = WS-CUS-T-RETURNS(WS-CUS-SUB).
012400     COMPUTE WS-DT2-FINCHG  ROUNDED = WS-CUS-T-FINCHG(WS-CUS-SUB).
012410     COMPUTE WS-DT2-WRTOFF  ROUNDED = WS-CUS-T-WRTOFF(WS-CUS-SUB).
012420     COMPUTE WS-DT2-COMM    ROUNDED = WS-CUS-T-COMM(WS-CUS-SUB).
012430     COMPUTE WS-DT2-CARRY   ROUNDED = WS-CUS-T-CARRY(WS-CUS-SUB).
012440     WRITE PROFITABILITY-LINE FROM WS-DETAIL-LINE-2.
012450 5100-PRINT-ONE-CUSTOMER-EXIT.
012460     EXIT.
012470
012480*****************************************************************
012490*    5200-PRINT-FAMILIES                                        *
012500*    THE PARENT'S NAME IS TAKEN FROM THE CUSTOMER TABLE; A      *
012510*    PARENT ID NOT ON THE MASTER STILL ROLLS ITS SUBSIDIARIES   *
012520*    UP UNDER THAT ID.                                          *
012530*****************************************************************
012540 5200-PRINT-FAMILIES.
012550     MOVE 'RANKING BY FAMILY - PARENT AND SUBSIDIARIES'
012560         TO WS-SECTION-LINE.
012570     WRITE PROFITABILITY-LINE FROM WS-SECTION-LINE.
012580     WRITE PROFITABILITY-LINE FROM WS-FAMILY-COLUMN-LINE.
012590     WRITE PROFITABILITY-LINE FROM WS-COLUMN-LINE-2.
012600     PERFORM 5300-PRINT-ONE-FAMILY
012610         THRU 5300-PRINT-ONE-FAMILY-EXIT
012620         VARYING WS-FAM-SUB FROM 1 BY 1
012630         UNTIL WS-FAM-SUB > WS-FAM-COUNT.
012640 5200-PRINT-FAMILIES-EXIT.
012650     EXIT.
012660
012670*****************************************************************
012680*    5300-PRINT-ONE-FAMILY                                      *
012690*****************************************************************
012700 5300-PRINT-ONE-FAMILY.
012710     IF WS-FAM-T-MEMBERS(WS-FAM-SUB) < 2
012720         GO TO 5300-PRINT-ONE-FAMILY-EXIT
012730     END-IF.
012740     ADD 1 TO WS-FAM-RANK.
012750
012760     MOVE SPACES TO WS-CALC-FLAG.
012770     IF WS-FAM-T-NET(WS-FAM-SUB) < 0
012780         IF WS-FAM-T-CONTRACT(WS-FAM-SUB) = 'Y'
012790             MOVE 'UNPROFITABLE - CONTRACT' TO WS-CALC-FLAG
012800         ELSE
012810             MOVE 'UNPROFITABLE' TO WS-CALC-FLAG
012820         END-IF
012830     END-IF.
012840
012850     MOVE WS-FAM-T-KEY(WS-FAM-SUB) TO WS-FIND-CUST-ID.
012860     PERFORM 6000-FIND-CUSTOMER
012870         THRU 6000-FIND-CUSTOMER-EXIT.
012880     IF WS-CUS-FOUND
012890         MOVE WS-CUS-T-NAME(WS-CUS-HIT-SUB) TO WS-DT1-NAME
012900     ELSE
012910         MOVE '(PARENT NOT ON FILE)' TO WS-DT1-NAME
012920     END-IF.
012930
012940     MOVE WS-FAM-RANK                   TO WS-DT1-RANK.
012950     MOVE WS-FAM-T-KEY(WS-FAM-SUB)      TO WS-DT1-CUST-ID.
012960     MOVE WS-FAM-T-MEMBERS(WS-FAM-SUB)  TO WS-DT1-MEMBERS.
012970     MOVE WS-FAM-T-NET(WS-FAM-SUB)      TO WS-DT1-NET.
012980     MOVE WS-CALC-FLAG                  TO WS-DT1-FLAG.
012990     WRITE PROFITABILITY-LINE FROM WS-DETAIL-LINE-1.
013000     COMPUTE WS-DT2-MARGIN  ROUNDED = WS-FAM-T-MARGIN(WS-FAM-SUB).
013010     COMPUTE WS-DT2-RETURNS ROUNDED
013020         = WS-FAM-T-RETURNS(WS-FAM-SUB).
013030     COMPUTE WS-DT2-FINCHG  ROUNDED = WS-FAM-T-FINCHG(WS-FAM-SUB).
013040     COMPUTE WS-DT2-WRTOFF  ROUNDED = WS-FAM-T-WRTOFF(WS-FAM-SUB).
013050     COMPUTE WS-DT2-COMM    ROUNDED = WS-FAM-T-COMM(WS-FAM-SUB).
013060     COMPUTE WS-DT2-CARRY   ROUNDED = WS-FAM-T-CARRY(WS-FAM-SUB).
013070     WRITE PROFITABILITY-LINE FROM WS-DETAIL-LINE-2.
013080 5300-PRINT-ONE-FAMILY-EXIT.
013090     EXIT.
013100
013110*****************************************************************
013120*    5400-PRINT-COUNTS                                          *
013130*****************************************************************
013140 5400-PRINT-COUNTS.
013150     MOVE 'CONTROL COUNTS' TO WS-SECTION-LINE.
013160     WRITE PROFITABILITY-LINE FROM WS-SECTION-LINE.
013170
013180     MOVE 'CUSTOMERS ON FILE......................'
013190         TO WS-CNT-TITLE.
013200     MOVE WS-CUS-COUNT TO WS-CNT-VALUE.
013210     WRITE PROFITABILITY-LINE FROM WS-COUNT-LINE.
013220
013230     MOVE 'CUSTOMERS RANKED.......................'
013240         TO WS-CNT-TITLE.
013250     MOVE WS-RNK-COUNT TO WS-CNT-VALUE.
013260     WRITE PROFITABILITY-LINE FROM WS-COUNT-LINE.
013270
013280     MOVE 'UNPROFITABLE CUSTOMERS.................'
013290         TO WS-CNT-TITLE.
013300     MOVE WS-UNPROFIT-COUNT TO WS-CNT-VALUE.
013310     WRITE PROFITABILITY-LINE FROM WS-COUNT-LINE.
013320
013330     MOVE '  OF WHICH ON CONTRACT PRICING.........'
013340         TO WS-CNT-TITLE.
013350     MOVE WS-CONTRACT-COUNT TO WS-CNT-VALUE.
013360     WRITE PROFITABILITY-LINE FROM WS-COUNT-LINE.
013370
013380     MOVE 'FAMILIES RANKED........................'
013390         TO WS-CNT-TITLE.
013400     MOVE WS-FAM-RANK TO WS-CNT-VALUE.
013410     WRITE PROFITABILITY-LINE FROM WS-COUNT-LINE.
013420
013430     MOVE 'SALES LINES IN MONTH...................'
013440         TO WS-CNT-TITLE.
013450     MOVE WS-SALES-LINE-COUNT TO WS-CNT-VALUE.
013460     WRITE PROFITABILITY-LINE FROM WS-COUNT-LINE.
013470
013480     MOVE '  OF WHICH NO ITEM COST ON FILE........'
013490         TO WS-CNT-TITLE.
013500     MOVE WS-NO-COST-COUNT TO WS-CNT-VALUE.
013510     WRITE PROFITABILITY-LINE FROM WS-COUNT-LINE.
013520
013530     MOVE 'ORDER HISTORY LINES IN MONTH...........'
013540         TO WS-CNT-TITLE.
013550     MOVE WS-HISTORY-COUNT TO WS-CNT-VALUE.
013560     WRITE PROFITABILITY-LINE FROM WS-COUNT-LINE.
013570
013580     MOVE '  OF WHICH REP NOT ON FILE.............'
013590         TO WS-CNT-TITLE.
013600     MOVE WS-UNKNOWN-REP-COUNT TO WS-CNT-VALUE.
013610     WRITE PROFITABILITY-LINE FROM WS-COUNT-LINE.
013620
013630     MOVE 'ORDER WRITE-OFFS IN MONTH..............'
013640         TO WS-CNT-TITLE.
013650     MOVE WS-WRITE-OFF-COUNT TO WS-CNT-VALUE.
013660     WRITE PROFITABILITY-LINE FROM WS-COUNT-LINE.
013670
013680     MOVE 'SMALL-BALANCE WRITE-OFF POSTINGS.......'
013690         TO WS-CNT-TITLE.
013700     MOVE WS-GL-WOF-COUNT TO WS-CNT-VALUE.
013710     WRITE PROFITABILITY-LINE FROM WS-COUNT-LINE.
013720
013730     MOVE 'BALANCE CHANGES SINCE MONTH START......'
013740         TO WS-CNT-TITLE.
013750     MOVE WS-JOURNAL-COUNT TO WS-CNT-VALUE.
013760     WRITE PROFITABILITY-LINE FROM WS-COUNT-LINE.
013770
013780     MOVE 'ACTIVITY FOR CUSTOMERS NOT ON FILE.....'
013790         TO WS-CNT-TITLE.
013800     MOVE WS-NOT-ON-FILE-COUNT TO WS-CNT-VALUE.
013810     WRITE PROFITABILITY-LINE FROM WS-COUNT-LINE.
013820 5400-PRINT-COUNTS-EXIT.
013830     EXIT.
013840
013850*****************************************************************
013860*    6000-FIND-CUSTOMER                                         *
013870*****************************************************************
013880 6000-FIND-CUSTOMER.
013890     MOVE 'N' TO WS-CUS-FOUND-SW.
013900     PERFORM 6010-MATCH-CUSTOMER
013910         THRU 6010-MATCH-CUSTOMER-EXIT
013920         VARYING WS-CUS-SUB FROM 1 BY 1
013930         UNTIL WS-CUS-SUB > WS-CUS-COUNT
013940             OR WS-CUS-FOUND.
013950 6000-FIND-CUSTOMER-EXIT.
013960     EXIT.
013970
013980*****************************************************************
013990*    6010-MATCH-CUSTOMER                                        *
014000*****************************************************************
014010 6010-MATCH-CUSTOMER.
014020     IF WS-CUS-T-ID(WS-CUS-SUB) = WS-FIND-CUST-ID
014030         MOVE 'Y' TO WS-CUS-FOUND-SW
014040         MOVE WS-CUS-SUB TO WS-CUS-HIT-SUB
014050     END-IF.
014060 6010-MATCH-CUSTOMER-EXIT.
014070     EXIT.
014080
014090*****************************************************************
014100*    6100-MATCH-REP-ROW                                         *
014110*****************************************************************
014120 6100-MATCH-REP-ROW.
014130     IF WS-REP-T-CODE(WS-REP-SUB) = OHS-REP-CODE
014140         MOVE 'Y' TO WS-REP-FOUND-SW
014150         MOVE WS-REP-SUB TO WS-REP-HIT-SUB
014160     END-IF.
014170 6100-MATCH-REP-ROW-EXIT.
014180     EXIT.
014190
014200*****************************************************************
014210*    6200-FIND-FAMILY                                           *
014220*    LOOKS UP WS-FIND-FAMILY, ADDING THE ROW IF IT IS NEW AND   *
014230*    THERE IS ROOM.  WS-FAM-FOUND IS LEFT OFF ONLY WHEN THE     *
014240*    TABLE IS FULL.                                             *
014250*****************************************************************
014260 6200-FIND-FAMILY.
014270     MOVE 'N' TO WS-FAM-FOUND-SW.
014280     PERFORM 6210-MATCH-FAMILY
014290         THRU 6210-MATCH-FAMILY-EXIT
014300         VARYING WS-FAM-SUB FROM 1 BY 1
014310         UNTIL WS-FAM-SUB > WS-FAM-COUNT
014320             OR WS-FAM-FOUND.
014330     IF WS-FAM-FOUND
014340         GO TO 6200-FIND-FAMILY-EXIT
014350     END-IF.
014360     IF WS-FAM-COUNT NOT < WS-MAX-FAM-ROWS
014370         GO TO 6200-FIND-FAMILY-EXIT
014380     END-IF.
014390     ADD 1 TO WS-FAM-COUNT.
014400     MOVE WS-FAM-COUNT   TO WS-FAM-HIT-SUB.
014410     MOVE WS-FIND-FAMILY TO WS-FAM-T-KEY(WS-FAM-HIT-SUB).
014420     MOVE 0              TO WS-FAM-T-MEMBERS(WS-FAM-HIT-SUB).
014430     MOVE 'N'            TO WS-FAM-T-CONTRACT(WS-FAM-HIT-SUB).
014440     MOVE 0 TO WS-FAM-T-MARGIN(WS-FAM-HIT-SUB)
014450               WS-FAM-T-RETURNS(WS-FAM-HIT-SUB)
014460               WS-FAM-T-FINCHG(WS-FAM-HIT-SUB)
014470               WS-FAM-T-WRTOFF(WS-FAM-HIT-SUB)
014480               WS-FAM-T-COMM(WS-FAM-HIT-SUB)
014490               WS-FAM-T-CARRY(WS-FAM-HIT-SUB)
014500               WS-FAM-T-NET(WS-FAM-HIT-SUB).
014510     MOVE 'Y' TO WS-FAM-FOUND-SW.
014520 6200-FIND-FAMILY-EXIT.
014530     EXIT.
014540
014550*****************************************************************
014560*    6210-MATCH-FAMILY                                          *
014570*****************************************************************
014580 6210-MATCH-FAMILY.
014590     IF WS-FAM-T-KEY(WS-FAM-SUB) = WS-FIND-FAMILY
014600         MOVE 'Y' TO WS-FAM-FOUND-SW
014610         MOVE WS-FAM-SUB TO WS-FAM-HIT-SUB
014620     END-IF.
014630 6210-MATCH-FAMILY-EXIT.
014640     EXIT.
014650
014660*****************************************************************
014670*    9999-TERMINATE                                             *
014680*****************************************************************
014690 9999-TERMINATE.
014700     IF WS-ITEM-COST-ON
014710         CLOSE ITEM-MASTER-FILE
014720     END-IF.
014730     IF WS-SLH-OK OR WS-SLH-EOF
014740         CLOSE SALES-HISTORY-FILE
014750     END-IF.
014760     IF WS-OHS-OK OR WS-OHS-EOF
014770         CLOSE ORDER-HISTORY-FILE
014780     END-IF.
014790     IF WS-WOF-OK OR WS-WOF-EOF
014800         CLOSE WRITE-OFF-FILE
014810     END-IF.
014820     IF WS-GLJ-OK OR WS-GLJ-EOF
014830         CLOSE GL-JOURNAL-FILE
014840     END-IF.
014850     IF WS-CMJ-OK OR WS-CMJ-EOF
014860         CLOSE CUST-JOURNAL-FILE
014870     END-IF.
014880     CLOSE PROFITABILITY-RPT.
014890 9999-TERMINATE-EXIT.
014900     EXIT.
014910
014920*****************************************************************
014930*    9500-VALIDATE-PARM-CARD                                    *
014940*    SHARED PARM-CARD VALIDATION FRONT END - SEE PARMVAL.CPY.   *
014950*****************************************************************
014960     COPY PARMVAL.
014970
014980*****************************************************************
014990*    9700-LOG-STEP-START                                        *
015000*    SHARED STEP-LOG AND RUN-CONTROL WRITER - SEE STPPROC.CPY.  *
015010*****************************************************************
015020     COPY STPPROC.
