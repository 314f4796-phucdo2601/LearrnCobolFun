000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    FRTRPT01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - FREIGHT BILLED BY BRANCH.  READS *
000100*                    THE ORDER HISTORY AND TOTALS THE FREIGHT    *
000110*                    CHARGES (TYPE 'D') ORDPOST1 POSTED IN THE   *
000120*                    RUN DATE'S MONTH, BY OHS-BRANCH-CODE, WITH  *
000130*                    THE NUMBER OF ORDERS CHARGED, SO EACH       *
000140*                    BRANCH CAN SET ITS FREIGHT RECOVERY AGAINST *
000150*                    THE CARRIER INVOICES.                       *
000160*****************************************************************
000170 ENVIRONMENT DIVISION.
000180 INPUT-OUTPUT SECTION.
000190 FILE-CONTROL.
000200     SELECT CONTROL-CARD-FILE ASSIGN TO PARMCARD
000210         ORGANIZATION IS LINE SEQUENTIAL
000220         FILE STATUS IS WS-PARM-FILE-STATUS.
000230
000240     SELECT ORDER-HISTORY-FILE ASSIGN TO ORDHIST
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS WS-OHS-FILE-STATUS.
000270
000280     SELECT FREIGHT-SUMMARY-RPT ASSIGN TO FRTSUMRP
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-RPT-FILE-STATUS.
000310
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  CONTROL-CARD-FILE
000350     LABEL RECORDS ARE STANDARD.
000360     COPY PARMCARD.
000370
000380 FD  ORDER-HISTORY-FILE
000390     LABEL RECORDS ARE STANDARD.
000400     COPY ORDHIST.
000410
000420 FD  FREIGHT-SUMMARY-RPT
000430     LABEL RECORDS ARE STANDARD.
000440     01  FREIGHT-SUMMARY-LINE     PIC X(80).
000450
000460 WORKING-STORAGE SECTION.
000470     01  WS-PARM-FILE-STATUS      PIC X(02).
000480         88  WS-PARM-OK           VALUE '00'.
000490     01  WS-OHS-FILE-STATUS       PIC X(02).
000500         88  WS-OHS-OK            VALUE '00'.
000510         88  WS-OHS-EOF           VALUE '10'.
000520     01  WS-RPT-FILE-STATUS       PIC X(02).
000530         88  WS-RPT-OK            VALUE '00'.
000540
000550     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
000560         88  WS-EOF               VALUE 'Y'.
000570
000580*****************************************************************
000590*    REPORTING MONTH - THE RUN DATE'S MONTH, MONTH TO DATE.     *
000600*****************************************************************
000610     01  WS-RUN-DATE              PIC 9(08).
000620     01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
000630         05  WS-RUN-YYYYMM        PIC 9(06).
000640         05  WS-RUN-DD            PIC 9(02).
000650     01  WS-DATE-WORK             PIC 9(08).
000660     01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
000670         05  WS-DTW-YYYYMM        PIC 9(06).
000680         05  WS-DTW-DD            PIC 9(02).
000690
000700*****************************************************************
000710*    PER-BRANCH SUMMARY TABLE                                   *
000720*****************************************************************
000730     01  WS-BRN-COUNT             PIC 9(03) COMP VALUE 0.
000740     01  WS-MAX-BRN-ROWS          PIC 9(03) COMP VALUE 50.
000750     01  WS-BRN-TABLE.
000760         05  WS-BRN-ROW OCCURS 50 TIMES.
000770             10  WS-BRN-CODE      PIC X(03).
000780             10  WS-BRN-ORDERS    PIC 9(07) COMP.
000790             10  WS-BRN-FREIGHT   PIC S9(11)V9(02) COMP-3.
000800     01  WS-BRN-SUB               PIC 9(03) COMP.
000810     01  WS-BRN-HIT-SUB           PIC 9(03) COMP.
000820     01  WS-BRN-FOUND-SW          PIC X(01).
000830         88  WS-BRN-FOUND         VALUE 'Y'.
000840
000850     01  WS-HISTORY-COUNT         PIC 9(07) COMP VALUE 0.
000860     01  WS-FREIGHT-COUNT         PIC 9(07) COMP VALUE 0.
000870     01  WS-OVERFLOW-COUNT        PIC 9(07) COMP VALUE 0.
000880     01  WS-GRAND-FREIGHT         PIC S9(11)V9(02) VALUE 0.
000890
000900*****************************************************************
000910*    SUMMARY REPORT LINE LAYOUTS                                *
000920*****************************************************************
000930     01  WS-HEADING-LINE.
000940         05  FILLER               PIC X(40) VALUE
000950             'FRTRPT01 - FREIGHT BILLED BY BRANCH'.
000960         05  FILLER               PIC X(07) VALUE 'MONTH  '.
000970         05  WS-HDG-YYYYMM        PIC 9(06).
000980         05  FILLER               PIC X(27) VALUE SPACES.
000990
001000     01  WS-COLUMN-LINE.
001010         05  FILLER               PIC X(40) VALUE
001020             'BRANCH      ORDERS            FREIGHT'.
001030         05  FILLER               PIC X(40) VALUE SPACES.
001040
001050     01  WS-DETAIL-LINE.
001060         05  WS-DET-BRANCH        PIC X(03).
001070         05  FILLER               PIC X(05) VALUE SPACES.
001080         05  WS-DET-ORDERS        PIC ZZZ,ZZ9.
001090         05  FILLER               PIC X(04) VALUE SPACES.
001100         05  WS-DET-FREIGHT       PIC ZZZ,ZZZ,ZZ9.99-.
001110         05  FILLER               PIC X(46) VALUE SPACES.
001120
001130     01  WS-TOTAL-LINE.
001140         05  FILLER               PIC X(08) VALUE 'TOTAL   '.
001150         05  WS-TOT-ORDERS        PIC ZZZ,ZZ9.
001160         05  FILLER               PIC X(04) VALUE SPACES.
001170         05  WS-TOT-FREIGHT       PIC ZZZ,ZZZ,ZZ9.99-.
001180         05  FILLER               PIC X(46) VALUE SPACES.
001190
001200 PROCEDURE DIVISION.
001210*****************************************************************
001220*    0000-MAINLINE                                              *
001230*****************************************************************
001240 0000-MAINLINE.
001250     PERFORM 1000-INITIALIZE
001260         THRU 1000-INITIALIZE-EXIT.
001270
001280     PERFORM 2000-SUMMARIZE-HISTORY
001290         THRU 2000-SUMMARIZE-HISTORY-EXIT
001300         UNTIL WS-EOF.
001310
001320     PERFORM 3000-PRINT-SUMMARY
001330         THRU 3000-PRINT-SUMMARY-EXIT.
001340
001350     DISPLAY 'FRTRPT01: HISTORY READ.......... '
001360         WS-HISTORY-COUNT.
001370     DISPLAY 'FRTRPT01: FREIGHT CHARGES....... '
001380         WS-FREIGHT-COUNT.
001390     DISPLAY 'FRTRPT01: TOTAL FREIGHT......... '
001400         WS-GRAND-FREIGHT.
001410     IF WS-OVERFLOW-COUNT > 0
001420         DISPLAY 'FRTRPT01: BRANCH TABLE FULL - '
001430             WS-OVERFLOW-COUNT ' CHARGES IN TOTAL ONLY'
001440         IF RETURN-CODE < 4
001450             MOVE 4 TO RETURN-CODE
001460         END-IF
001470     END-IF.
001480
001490     PERFORM 9999-TERMINATE
001500         THRU 9999-TERMINATE-EXIT.
001510
001520     STOP RUN.
001530
001540*****************************************************************
001550*    1000-INITIALIZE                                            *
001560*    THE REPORT COVERS THE RUN DATE'S MONTH; WITHOUT A USABLE   *
001570*    CONTROL CARD THE SYSTEM DATE IS USED.                      *
001580*****************************************************************
001590 1000-INITIALIZE.
001600     OPEN INPUT CONTROL-CARD-FILE.
001610     IF WS-PARM-OK
001620         READ CONTROL-CARD-FILE
001630             AT END
001640                 DISPLAY 'FRTRPT01: NO CONTROL CARD SUPPLIED'
001650                 MOVE 0 TO PARM-RUN-DATE
001660             NOT AT END
001670                 PERFORM 9500-VALIDATE-PARM-CARD
001680                     THRU 9500-VALIDATE-PARM-CARD-EXIT
001690         END-READ
001700         CLOSE CONTROL-CARD-FILE
001710     ELSE
001720         DISPLAY 'FRTRPT01: OPEN CONTROL-CARD FAILED '
001730             WS-PARM-FILE-STATUS
001740         MOVE 0 TO PARM-RUN-DATE
001750     END-IF.
001760
001770     IF PARM-RUN-DATE NOT NUMERIC OR PARM-RUN-DATE = 0
001780         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001790     ELSE
001800         MOVE PARM-RUN-DATE TO WS-RUN-DATE
001810     END-IF.
001820
001830     OPEN INPUT ORDER-HISTORY-FILE.
001840     IF NOT WS-OHS-OK
001850         DISPLAY 'FRTRPT01: OPEN ORDER-HISTORY-FILE FAILED '
001860             WS-OHS-FILE-STATUS
001870         MOVE 'Y' TO WS-EOF-SW
001880         MOVE 8 TO RETURN-CODE
001890     END-IF.
001900
001910     OPEN OUTPUT FREIGHT-SUMMARY-RPT.
001920     IF NOT WS-RPT-OK
001930         DISPLAY 'FRTRPT01: OPEN FREIGHT-SUMMARY-RPT FAILED '
001940             WS-RPT-FILE-STATUS
001950     END-IF.
001960
001970     MOVE WS-RUN-YYYYMM TO WS-HDG-YYYYMM.
001980     WRITE FREIGHT-SUMMARY-LINE FROM WS-HEADING-LINE.
001990     WRITE FREIGHT-SUMMARY-LINE FROM WS-COLUMN-LINE.
002000
002010     IF NOT WS-EOF
002020         PERFORM 8000-READ-HISTORY
002030             THRU 8000-READ-HISTORY-EXIT
002040     END-IF.
002050 1000-INITIALIZE-EXIT.
002060     EXIT.
002070
002080*****************************************************************
002090*    2000-SUMMARIZE-HISTORY                                     *
002100*    ONLY FREIGHT RECORDS DATED IN THE REPORTING MONTH COUNT.   *
002110*****************************************************************
002120 2000-SUMMARIZE-HISTORY.
002130     ADD 1 TO WS-HISTORY-COUNT.
002140     IF NOT OHS-TYPE-FREIGHT
002150         GO TO 2000-SUMMARIZE-HISTORY-NEXT
002160     END-IF.
002170     IF OHS-ORDER-DATE NOT NUMERIC
002180         GO TO 2000-SUMMARIZE-HISTORY-NEXT
002190     END-IF.
002200     MOVE OHS-ORDER-DATE TO WS-DATE-WORK.
002210     IF WS-DTW-YYYYMM NOT = WS-RUN-YYYYMM
002220         GO TO 2000-SUMMARIZE-HISTORY-NEXT
002230     END-IF.
002240
002250     ADD 1 TO WS-FREIGHT-COUNT.
002260     ADD OHS-AMOUNT TO WS-GRAND-FREIGHT.
002270     MOVE 'N' TO WS-BRN-FOUND-SW.
002280     PERFORM 2100-MATCH-BRANCH-ROW
002290         THRU 2100-MATCH-BRANCH-ROW-EXIT
002300         VARYING WS-BRN-SUB FROM 1 BY 1
002310         UNTIL WS-BRN-SUB > WS-BRN-COUNT
002320             OR WS-BRN-FOUND.
002330     IF NOT WS-BRN-FOUND
002340         IF WS-BRN-COUNT < WS-MAX-BRN-ROWS
002350             ADD 1 TO WS-BRN-COUNT
002360             MOVE WS-BRN-COUNT TO WS-BRN-HIT-SUB
002370             MOVE OHS-BRANCH-CODE
002380                 TO WS-BRN-CODE(WS-BRN-HIT-SUB)
002390             MOVE 0 TO WS-BRN-ORDERS(WS-BRN-HIT-SUB)
002400             MOVE 0 TO WS-BRN-FREIGHT(WS-BRN-HIT-SUB)
002410             MOVE 'Y' TO WS-BRN-FOUND-SW
002420         ELSE
002430             ADD 1 TO WS-OVERFLOW-COUNT
002440         END-IF
002450     END-IF.
002460     IF WS-BRN-FOUND
002470         ADD 1 TO WS-BRN-ORDERS(WS-BRN-HIT-SUB)
002480         ADD OHS-AMOUNT TO WS-BRN-FREIGHT(WS-BRN-HIT-SUB)
002490     END-IF.
002500 2000-SUMMARIZE-HISTORY-NEXT.
002510     PERFORM 8000-READ-HISTORY
002520         THRU 8000-READ-HISTORY-EXIT.
002530 2000-SUMMARIZE-HISTORY-EXIT.
002540     EXIT.
002550
002560*****************************************************************
002570*    2100-MATCH-BRANCH-ROW                                      *
002580*****************************************************************
002590 2100-MATCH-BRANCH-ROW.
002600     IF WS-BRN-CODE(WS-BRN-SUB) = OHS-BRANCH-CODE
002610         MOVE 'Y' TO WS-BRN-FOUND-SW
002620         MOVE WS-BRN-SUB TO WS-BRN-HIT-SUB
002630     END-IF.
002640 2100-MATCH-BRANCH-ROW-EXIT.
002650     EXIT.
002660
002670*****************************************************************
002680*    3000-PRINT-SUMMARY                                         *
002690*****************************************************************
002700 3000-PRINT-SUMMARY.
002710     PERFORM 3100-PRINT-ONE-BRANCH
002720         THRU 3100-PRINT-ONE-BRANCH-EXIT
002730         VARYING WS-BRN-SUB FROM 1 BY 1
002740         UNTIL WS-BRN-SUB > WS-BRN-COUNT.
002750     MOVE WS-FREIGHT-COUNT TO WS-TOT-ORDERS.
002760     MOVE WS-GRAND-FREIGHT TO WS-TOT-FREIGHT.
002770     WRITE FREIGHT-SUMMARY-LINE FROM WS-TOTAL-LINE.
002780 3000-PRINT-SUMMARY-EXIT.
002790     EXIT.
002800
002810*****************************************************************
002820*    3100-PRINT-ONE-BRANCH                                      *
002830*****************************************************************
002840 3100-PRINT-ONE-BRANCH.
002850     MOVE WS-BRN-CODE(WS-BRN-SUB)    TO WS-DET-BRANCH.
002860     MOVE WS-BRN-ORDERS(WS-BRN-SUB)  TO WS-DET-ORDERS.
002870     MOVE WS-BRN-FREIGHT(WS-BRN-SUB) TO WS-DET-FREIGHT.
002880     WRITE FREIGHT-SUMMARY-LINE FROM WS-DETAIL-LINE.
002890 3100-PRINT-ONE-BRANCH-EXIT.
002900     EXIT.
002910
002920*****************************************************************
002930*    8000-READ-HISTORY                                          *
002940*****************************************************************
002950 8000-READ-HISTORY.
002960     READ ORDER-HISTORY-FILE
002970         AT END
002980             MOVE 'Y' TO WS-EOF-SW
002990     END-READ.
003000 8000-READ-HISTORY-EXIT.
003010     EXIT.
003020
003030*****************************************************************
003040*    9999-TERMINATE                                             *
003050*****************************************************************
003060 9999-TERMINATE.
003070     IF WS-OHS-OK OR WS-OHS-EOF
003080         CLOSE ORDER-HISTORY-FILE
003090     END-IF.
003100     CLOSE FREIGHT-SUMMARY-RPT.
003110 9999-TERMINATE-EXIT.
003120     EXIT.
003130
003140*****************************************************************
003150*    9500-VALIDATE-PARM-CARD                                    *
003160*    SHARED PARM-CARD VALIDATION FRONT END - SEE PARMVAL.CPY.   *
003170*****************************************************************
003180     COPY PARMVAL.
