000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    AUTVIO01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - DAILY ACCESS-VIOLATION REPORT    *
000100*                    FOR AUDIT.  LISTS EVERY KEYED TRANSACTION   *
000110*                    A MAINTENANCE PROGRAM REFUSED FOR WANT OF   *
000120*                    A CURRENT OPERATOR GRANT (AUTVIOL.CPY),     *
000130*                    WITH THE OPERATOR, ACTION, KEY AND REASON,  *
000140*                    THEN COUNTS THEM BY PROGRAM.  ANY           *
000150*                    VIOLATION ENDS THE STEP RC 4 SO THE         *
000160*                    MORNING REVIEW SEES IT.                     *
000170*****************************************************************
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.
000210     SELECT ACCESS-VIOLATION-FILE ASSIGN TO AUTHVIOL
000220         ORGANIZATION IS LINE SEQUENTIAL
000230         FILE STATUS IS WS-AVL-FILE-STATUS.
000240
000250     SELECT VIOLATION-RPT ASSIGN TO AUTVIORP
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-RPT-FILE-STATUS.
000280
000290 DATA DIVISION.
000300 FILE SECTION.
000310 FD  ACCESS-VIOLATION-FILE
000320     LABEL RECORDS ARE STANDARD.
000330     COPY AUTVIOL.
000340
000350 FD  VIOLATION-RPT
000360     LABEL RECORDS ARE STANDARD.
000370     01  VIOLATION-LINE           PIC X(80).
000380
000390 WORKING-STORAGE SECTION.
000400     01  WS-AVL-FILE-STATUS       PIC X(02).
000410         88  WS-AVL-OK            VALUE '00'.
000420         88  WS-AVL-EOF           VALUE '10'.
000430         88  WS-AVL-MISSING       VALUE '35'.
000440     01  WS-RPT-FILE-STATUS       PIC X(02).
000450         88  WS-RPT-OK            VALUE '00'.
000460
000470     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
000480         88  WS-EOF               VALUE 'Y'.
000490
000500     01  WS-REPORT-DATE           PIC 9(08).
000510
000520*****************************************************************
000530*    PROGRAM TABLE - VIOLATIONS COUNTED BY REFUSING PROGRAM.    *
000540*    A PROGRAM BEYOND THE TABLE IS COUNTED UNDER 'OTHER'.       *
000550*****************************************************************
000560     01  WS-PGM-COUNT             PIC 9(03) COMP VALUE 0.
000570     01  WS-MAX-PGM-ROWS          PIC 9(03) COMP VALUE 20.
000580     01  WS-PGM-TABLE.
000590         05  WS-PGM-ROW OCCURS 20 TIMES.
000600             10  WS-PGM-NAME      PIC X(08).
000610             10  WS-PGM-VIOLATIONS PIC 9(07) COMP.
000620     01  WS-PGM-SUB               PIC 9(03) COMP.
000630     01  WS-PGM-HIT-SUB           PIC 9(03) COMP.
000640     01  WS-OTHER-VIOLATIONS      PIC 9(07) COMP VALUE 0.
000650
000660*****************************************************************
000670*    CONTROL TOTALS                                             *
000680*****************************************************************
000690     01  WS-TOTALS.
000700         05  WS-VIOLATION-COUNT   PIC 9(07) COMP VALUE 0.
000710
000720*****************************************************************
000730*    REPORT LINE LAYOUTS                                        *
000740*****************************************************************
000750     01  WS-HEADING-LINE.
000760         05  FILLER               PIC X(44) VALUE
000770             'AUTVIO01 - OPERATOR ACCESS VIOLATIONS  AS OF'.
000780         05  FILLER               PIC X(01) VALUE SPACE.
000790         05  WS-HDG-DATE          PIC 9(08).
000800         05  FILLER               PIC X(27) VALUE SPACES.
000810
000820     01  WS-COLUMN-LINE.
000830         05  FILLER               PIC X(33) VALUE
000840             'DATE      PROGRAM   OPERATOR  A  '.
000850         05  FILLER               PIC X(47) VALUE
000860             'KEY         REASON'.
000870
000880     01  WS-DETAIL-LINE.
000890         05  WS-DET-DATE          PIC 9(08).
000900         05  FILLER               PIC X(02) VALUE SPACES.
000910         05  WS-DET-PROGRAM       PIC X(08).
000920         05  FILLER               PIC X(02) VALUE SPACES.
000930         05  WS-DET-OPERATOR      PIC X(08).
000940         05  FILLER               PIC X(02) VALUE SPACES.
000950         05  WS-DET-ACTION        PIC X(01).
000960         05  FILLER               PIC X(02) VALUE SPACES.
000970         05  WS-DET-KEY           PIC X(10).
000980         05  FILLER               PIC X(02) VALUE SPACES.
000990         05  WS-DET-REASON        PIC X(30).
001000         05  FILLER               PIC X(05) VALUE SPACES.
001010
001020     01  WS-SECTION-LINE          PIC X(80).
001030
001040     01  WS-PROGRAM-LINE.
001050         05  FILLER               PIC X(02) VALUE SPACES.
001060         05  WS-PGL-NAME          PIC X(08).
001070         05  FILLER               PIC X(16) VALUE ALL '.'.
001080         05  WS-PGL-VALUE         PIC ZZZ,ZZ9.
001090         05  FILLER               PIC X(47) VALUE SPACES.
001100
001110     01  WS-COUNT-LINE.
001120         05  WS-CNT-TITLE         PIC X(26).
001130         05  WS-CNT-VALUE         PIC ZZZ,ZZ9.
001140         05  FILLER               PIC X(47) VALUE SPACES.
001150
001160 PROCEDURE DIVISION.
001170*****************************************************************
001180*    0000-MAINLINE                                              *
001190*****************************************************************
001200 0000-MAINLINE.
001210     PERFORM 1000-INITIALIZE
001220         THRU 1000-INITIALIZE-EXIT.
001230
001240     PERFORM 2000-REPORT-ONE-VIOLATION
001250         THRU 2000-REPORT-ONE-VIOLATION-EXIT
001260         UNTIL WS-EOF.
001270
001280     PERFORM 3000-PRINT-TOTALS
001290         THRU 3000-PRINT-TOTALS-EXIT.
001300
001310     DISPLAY 'AUTVIO01: ACCESS VIOLATIONS..... '
001320         WS-VIOLATION-COUNT.
001330
001340*    GRADED CONDITION CODE - ANY VIOLATION IS AN EXCEPTION
001350*    AUDIT MUST SEE.
001360     IF WS-VIOLATION-COUNT > 0
001370         IF RETURN-CODE < 4
001380             MOVE 4 TO RETURN-CODE
001390         END-IF
001400     END-IF.
001410
001420     PERFORM 9999-TERMINATE
001430         THRU 9999-TERMINATE-EXIT.
001440
001450     STOP RUN.
001460
001470*****************************************************************
001480*    1000-INITIALIZE                                            *
001490*    NO VIOLATION FILE MEANS NOTHING WAS REFUSED SINCE THE LAST *
001500*    REPORT - THE REPORT STILL PRINTS, SHOWING NONE.            *
001510*****************************************************************
001520 1000-INITIALIZE.
001530     ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
001540     MOVE WS-REPORT-DATE TO WS-HDG-DATE.
001550
001560     OPEN INPUT ACCESS-VIOLATION-FILE.
001570     IF NOT WS-AVL-OK
001580         MOVE 'Y' TO WS-EOF-SW
001590         IF NOT WS-AVL-MISSING
001600             DISPLAY 'AUTVIO01: OPEN VIOLATION FILE FAILED '
001610                 WS-AVL-FILE-STATUS
001620             MOVE 8 TO RETURN-CODE
001630         END-IF
001640     END-IF.
001650
001660     OPEN OUTPUT VIOLATION-RPT.
001670     IF NOT WS-RPT-OK
001680         DISPLAY 'AUTVIO01: OPEN VIOLATION-RPT FAILED '
001690             WS-RPT-FILE-STATUS
001700         MOVE 8 TO RETURN-CODE
001710     END-IF.
001720
001730     WRITE VIOLATION-LINE FROM WS-HEADING-LINE.
001740     WRITE VIOLATION-LINE FROM WS-COLUMN-LINE.
001750
001760     IF NOT WS-EOF
001770         PERFORM 8000-READ-VIOLATION
001780             THRU 8000-READ-VIOLATION-EXIT
001790     END-IF.
001800 1000-INITIALIZE-EXIT.
001810     EXIT.
001820
001830*****************************************************************
001840*    2000-REPORT-ONE-VIOLATION                                  *
001850*****************************************************************
001860 2000-REPORT-ONE-VIOLATION.
001870     ADD 1 TO WS-VIOLATION-COUNT.
001880     MOVE AVL-DATE        TO WS-DET-DATE.
001890     MOVE AVL-PROGRAM     TO WS-DET-PROGRAM.
001900     MOVE AVL-OPERATOR-ID TO WS-DET-OPERATOR.
001910     MOVE AVL-ACTION      TO WS-DET-ACTION.
001920     MOVE AVL-KEY         TO WS-DET-KEY.
001930     MOVE AVL-REASON      TO WS-DET-REASON.
001940     WRITE VIOLATION-LINE FROM WS-DETAIL-LINE.
001950
001960     PERFORM 2100-COUNT-PROGRAM
001970         THRU 2100-COUNT-PROGRAM-EXIT.
001980
001990     PERFORM 8000-READ-VIOLATION
002000         THRU 8000-READ-VIOLATION-EXIT.
002010 2000-REPORT-ONE-VIOLATION-EXIT.
002020     EXIT.
002030
002040*****************************************************************
002050*    2100-COUNT-PROGRAM                                         *
002060*****************************************************************
002070 2100-COUNT-PROGRAM.
002080     MOVE 0 TO WS-PGM-HIT-SUB.
002090     PERFORM 2150-MATCH-PROGRAM-ROW
002100         THRU 2150-MATCH-PROGRAM-ROW-EXIT
002110         VARYING WS-PGM-SUB FROM 1 BY 1
002120         UNTIL WS-PGM-SUB > WS-PGM-COUNT
002130             OR WS-PGM-HIT-SUB > 0.
002140     IF WS-PGM-HIT-SUB = 0
002150         IF WS-PGM-COUNT < WS-MAX-PGM-ROWS
002160             ADD 1 TO WS-PGM-COUNT
002170             MOVE WS-PGM-COUNT TO WS-PGM-HIT-SUB
002180             MOVE AVL-PROGRAM TO WS-PGM-NAME(WS-PGM-HIT-SUB)
002190             MOVE 0 TO WS-PGM-VIOLATIONS(WS-PGM-HIT-SUB)
002200         ELSE
002210             ADD 1 TO WS-OTHER-VIOLATIONS
002220             GO TO 2100-COUNT-PROGRAM-EXIT
002230         END-IF
002240     END-IF.
002250     ADD 1 TO WS-PGM-VIOLATIONS(WS-PGM-HIT-SUB).
002260 2100-COUNT-PROGRAM-EXIT.
002270     EXIT.
002280
002290*****************************************************************
002300*    2150-MATCH-PROGRAM-ROW                                     *
002310*****************************************************************
002320 2150-MATCH-PROGRAM-ROW.
002330     IF WS-PGM-NAME(WS-PGM-SUB) = AVL-PROGRAM
002340         MOVE WS-PGM-SUB TO WS-PGM-HIT-SUB
002350     END-IF.
002360 2150-MATCH-PROGRAM-ROW-EXIT.
002370     EXIT.
002380
002390*****************************************************************
002400*    3000-PRINT-TOTALS                                          *
002410*****************************************************************
002420 3000-PRINT-TOTALS.
002430     MOVE 'VIOLATIONS BY PROGRAM' TO WS-SECTION-LINE.
002440     WRITE VIOLATION-LINE FROM WS-SECTION-LINE.
002450     PERFORM 3100-PRINT-ONE-PROGRAM
002460         THRU 3100-PRINT-ONE-PROGRAM-EXIT
002470         VARYING WS-PGM-SUB FROM 1 BY 1
002480         UNTIL WS-PGM-SUB > WS-PGM-COUNT.
002490     IF WS-OTHER-VIOLATIONS > 0
002500         MOVE 'OTHER'             TO WS-PGL-NAME
002510         MOVE WS-OTHER-VIOLATIONS TO WS-PGL-VALUE
002520         WRITE VIOLATION-LINE FROM WS-PROGRAM-LINE
002530     END-IF.
002540
002550     MOVE 'TOTAL VIOLATIONS..........' TO WS-CNT-TITLE.
002560     MOVE WS-VIOLATION-COUNT TO WS-CNT-VALUE.
002570     WRITE VIOLATION-LINE FROM WS-COUNT-LINE.
002580 3000-PRINT-TOTALS-EXIT.
002590     EXIT.
002600
002610*****************************************************************
002620*    3100-PRINT-ONE-PROGRAM                                     *
002630*****************************************************************
002640 3100-PRINT-ONE-PROGRAM.
002650     MOVE WS-PGM-NAME(WS-PGM-SUB)       TO WS-PGL-NAME.
002660     MOVE WS-PGM-VIOLATIONS(WS-PGM-SUB) TO WS-PGL-VALUE.
002670     WRITE VIOLATION-LINE FROM WS-PROGRAM-LINE.
002680 3100-PRINT-ONE-PROGRAM-EXIT.
002690     EXIT.
002700
002710*****************************************************************
002720*    8000-READ-VIOLATION                                        *
002730*****************************************************************
002740 8000-READ-VIOLATION.
002750     READ ACCESS-VIOLATION-FILE
002760         AT END
002770             MOVE 'Y' TO WS-EOF-SW
002780     END-READ.
002790 8000-READ-VIOLATION-EXIT.
002800     EXIT.
002810
002820*****************************************************************
002830*    9999-TERMINATE                                             *
002840*****************************************************************
002850 9999-TERMINATE.
002860     IF WS-AVL-OK OR WS-AVL-EOF
002870         CLOSE ACCESS-VIOLATION-FILE
002880     END-IF.
002890     CLOSE VIOLATION-RPT.
002900 9999-TERMINATE-EXIT.
002910     EXIT.
