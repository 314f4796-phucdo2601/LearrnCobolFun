000180*                    UNRESOLVED PAST THE THRESHOLD.  A           *
000190*                    RESOLVED EXCEPTION THAT RECURS REOPENS      *
000200*                    AS NEW.                                     *
000201*    2026-10-15  PD  EVERY KEYED DECISION IS NOW HELD AGAINST    *
000202*                    THE OPERATOR AUTHORIZATION FILE             *
000203*                    (AUTPROC.CPY) UNDER THE NEW                 *
000204*                    EXT-OPERATOR-ID.  A DECISION KEYED WITHOUT  *
000205*                    A CURRENT GRANT IS NOT APPLIED - IT IS      *
000206*                    LISTED IN ITS OWN SECTION OF THE REPORT,    *
000207*                    LOGGED TO THE ACCESS-VIOLATION FILE, AND    *
000208*                    ENDS THE RUN RC 4.                          *
000210*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000450     SELECT DISPOSITION-RPT ASSIGN TO EXCDSPRP
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RPT-FILE-STATUS.
000471
000472     SELECT OPERATOR-AUTH-FILE ASSIGN TO OPRAUTH
000473         ORGANIZATION IS LINE SEQUENTIAL
000474         FILE STATUS IS WS-AUT-FILE-STATUS.
000475
000476     SELECT ACCESS-VIOLATION-FILE ASSIGN TO AUTHVIOL
000477         ORGANIZATION IS LINE SEQUENTIAL
000478         FILE STATUS IS WS-AVL-FILE-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000820 FD  DISPOSITION-RPT
000830     LABEL RECORDS ARE STANDARD.
000840     01  DISPOSITION-LINE         PIC X(80).
000841
000842 FD  OPERATOR-AUTH-FILE
000843     LABEL RECORDS ARE STANDARD.
000844     COPY OPRAUTH.
000845
000846 FD  ACCESS-VIOLATION-FILE
000847     LABEL RECORDS ARE STANDARD.
000848     COPY AUTVIOL.
000850
000860 WORKING-STORAGE SECTION.
000870     01  WS-PARM-FILE-STATUS      PIC X(02).
001050
001060     01  WS-AS-OF-DATE            PIC 9(08).
001070     01  WS-AGE-THRESHOLD         PIC 9(03) VALUE 5.
001073
001076     COPY AUTWORK.
001080
001090*****************************************************************
001100*    DISPOSITION TABLE - THE CARRIED FILE PLUS TONIGHT'S NEW    *
001350         05  WS-KNOWN-COUNT       PIC 9(07) COMP VALUE 0.
001360         05  WS-STALE-COUNT       PIC 9(07) COMP VALUE 0.
001370         05  WS-DROPPED-COUNT     PIC 9(07) COMP VALUE 0.
001371         05  WS-REFUSED-COUNT     PIC 9(07) COMP VALUE 0.
001372
001373*****************************************************************
001374*    REFUSED DECISIONS                                          *
001375*    DECISIONS KEYED WITHOUT A CURRENT OPERATOR GRANT, HELD FOR *
001376*    THEIR OWN SECTION OF THE REPORT.                           *
001377*****************************************************************
001378     01  WS-RFD-COUNT             PIC 9(03) COMP VALUE 0.
001379     01  WS-MAX-RFD-ROWS          PIC 9(03) COMP VALUE 100.
001380     01  WS-RFD-TABLE.
001381         05  WS-RFD-ROW OCCURS 100 TIMES.
001382             10  WS-RFD-ACTION    PIC X(01).
001383             10  WS-RFD-SOURCE    PIC X(08).
001384             10  WS-RFD-OPERATOR  PIC X(08).
001385             10  WS-RFD-REASON    PIC X(30).
001386     01  WS-RFD-SUB               PIC 9(03) COMP.
001387
001390*****************************************************************
001400*    DISPOSITION REPORT LINE LAYOUTS                            *
001410*****************************************************************
001610         05  WS-DET-FLAG          PIC X(05).
001620         05  FILLER               PIC X(07).
001630
001631     01  WS-REFUSED-LINE.
001632         05  WS-RFL-ACTION        PIC X(01).
001633         05  FILLER               PIC X(02) VALUE SPACES.
001634         05  WS-RFL-SOURCE        PIC X(08).
001635         05  FILLER               PIC X(02) VALUE SPACES.
001636         05  WS-RFL-OPERATOR      PIC X(08).
001637         05  FILLER               PIC X(02) VALUE SPACES.
001638         05  WS-RFL-REASON        PIC X(30).
001639         05  FILLER               PIC X(27) VALUE SPACES.
001640
001641     01  WS-COUNT-LINE.
001650         05  WS-CNT-TITLE         PIC X(26).
001660         05  WS-CNT-VALUE         PIC ZZZ,ZZ9.
001670         05  FILLER               PIC X(47) VALUE SPACES.
001870         WS-KNOWN-COUNT.
001880     DISPLAY 'EXCDSP01: OPEN PAST THRESHOLD... '
001890         WS-STALE-COUNT.
001893     DISPLAY 'EXCDSP01: REFUSED - NO AUTHORITY '
001896         WS-REFUSED-COUNT.
001900
001910*    GRADED CONDITION CODE - A STALE UNRESOLVED EXCEPTION IS
001920*    A WARNING THE MORNING REVIEW SHOULD SEE.
001930     IF WS-STALE-COUNT > 0 OR WS-REFUSED-COUNT > 0
001940         IF RETURN-CODE < 4
001950             MOVE 4 TO RETURN-CODE
001960         END-IF
002250         MOVE PARM-RUN-DATE TO WS-AS-OF-DATE
002260     END-IF.
002270
002271     MOVE 'EXCDSP01'    TO WS-AUT-PROGRAM.
002272     MOVE WS-AS-OF-DATE TO WS-AUT-DATE.
002273     PERFORM 9300-LOAD-AUTHORITY
002274         THRU 9300-LOAD-AUTHORITY-EXIT.
002275
002280*    THE CARRIED DISPOSITIONS, THEN THE MORNING'S DECISIONS
002290*    ON TOP OF THEM.
002300     OPEN INPUT EXCEPTION-DISP-FILE.
002960
002970*****************************************************************
002980*    1200-APPLY-DECISION                                        *
002983*    A DECISION KEYED WITHOUT A CURRENT GRANT FOR ITS ACTION IS *
002986*    HELD FOR THE REFUSED SECTION AND NOT APPLIED.              *
002990*****************************************************************
003000 1200-APPLY-DECISION.
003010     READ EXCEPTION-TRAN-FILE
003030             MOVE '10' TO WS-EXT-FILE-STATUS
003040             GO TO 1200-APPLY-DECISION-EXIT
003050     END-READ.
003051     MOVE EXT-OPERATOR-ID TO WS-AUT-OPERATOR.
003052     MOVE EXT-ACTION      TO WS-AUT-ACTION.
003053     MOVE EXT-SOURCE-PGM  TO WS-AUT-KEY.
003054     PERFORM 9320-CHECK-AUTHORITY
003055         THRU 9320-CHECK-AUTHORITY-EXIT.
003056     IF NOT WS-AUT-GRANTED
003057         ADD 1 TO WS-REFUSED-COUNT
003058         IF WS-RFD-COUNT < WS-MAX-RFD-ROWS
003059             ADD 1 TO WS-RFD-COUNT
003060             MOVE EXT-ACTION      TO WS-RFD-ACTION(WS-RFD-COUNT)
003061             MOVE EXT-SOURCE-PGM  TO WS-RFD-SOURCE(WS-RFD-COUNT)
003062             MOVE EXT-OPERATOR-ID TO WS-RFD-OPERATOR(WS-RFD-COUNT)
003063             MOVE WS-AUT-REASON   TO WS-RFD-REASON(WS-RFD-COUNT)
003064         END-IF
003065         GO TO 1200-APPLY-DECISION-EXIT
003066     END-IF.
003067     MOVE 'N' TO WS-DSP-FOUND-SW.
003070     PERFORM 2100-MATCH-DISP-ROW-T
003080         THRU 2100-MATCH-DISP-ROW-T-EXIT
003090         VARYING WS-DSP-SUB FROM 1 BY 1
004150         THRU 3300-CARRY-ONE-ROW-EXIT
004160         VARYING WS-DSP-SUB FROM 1 BY 1
004170         UNTIL WS-DSP-SUB > WS-DSP-COUNT.
004171
004172     IF WS-RFD-COUNT > 0
004173         MOVE 'DECISIONS REFUSED - NO OPERATOR AUTHORITY'
004174             TO WS-SECTION-LINE
004175         WRITE DISPOSITION-LINE FROM WS-SECTION-LINE
004176         PERFORM 3400-REPORT-ONE-REFUSED
004177             THRU 3400-REPORT-ONE-REFUSED-EXIT
004178             VARYING WS-RFD-SUB FROM 1 BY 1
004179             UNTIL WS-RFD-SUB > WS-RFD-COUNT
004180     END-IF.
004181
004190     MOVE 'NEW EXCEPTIONS............' TO WS-CNT-TITLE.
004200     MOVE WS-NEW-COUNT TO WS-CNT-VALUE.
004210     WRITE DISPOSITION-LINE FROM WS-COUNT-LINE.
004250     MOVE 'OPEN PAST THRESHOLD.......' TO WS-CNT-TITLE.
004260     MOVE WS-STALE-COUNT TO WS-CNT-VALUE.
004270     WRITE DISPOSITION-LINE FROM WS-COUNT-LINE.
004272     MOVE 'REFUSED - NO AUTHORITY....' TO WS-CNT-TITLE.
004274     MOVE WS-REFUSED-COUNT TO WS-CNT-VALUE.
004276     WRITE DISPOSITION-LINE FROM WS-COUNT-LINE.
004280 3000-ROLL-AND-REPORT-EXIT.
004290     EXIT.
004300
004800     EXIT.
004810
004820*****************************************************************
004821*    3400-REPORT-ONE-REFUSED                                    *
004822*****************************************************************
004823 3400-REPORT-ONE-REFUSED.
004824     MOVE WS-RFD-ACTION(WS-RFD-SUB)   TO WS-RFL-ACTION.
004825     MOVE WS-RFD-SOURCE(WS-RFD-SUB)   TO WS-RFL-SOURCE.
004826     MOVE WS-RFD-OPERATOR(WS-RFD-SUB) TO WS-RFL-OPERATOR.
004827     MOVE WS-RFD-REASON(WS-RFD-SUB)   TO WS-RFL-REASON.
004828     WRITE DISPOSITION-LINE FROM WS-REFUSED-LINE.
004829 3400-REPORT-ONE-REFUSED-EXIT.
004830     EXIT.
004831
004832*****************************************************************
004833*    3500-FORMAT-ROW                                            *
004840*****************************************************************
004850 3500-FORMAT-ROW.
004860     MOVE WS-DSP-SOURCE(WS-DSP-SUB) TO WS-DET-SOURCE.
005070     END-IF.
005080     CLOSE EXCEPTION-DISP-OUT.
005090     CLOSE DISPOSITION-RPT.
005093     PERFORM 9340-CLOSE-AUTHORITY
005096         THRU 9340-CLOSE-AUTHORITY-EXIT.
005100 9999-TERMINATE-EXIT.
005110     EXIT.
005120
005150*    SHARED PARM-CARD VALIDATION FRONT END - SEE PARMVAL.CPY.    *
005160*****************************************************************
005170     COPY PARMVAL.
005180
005190*****************************************************************
005200*    9300-LOAD-AUTHORITY                                        *
005210*    SHARED OPERATOR-AUTHORIZATION ROUTINES - SEE AUTPROC.CPY.  *
005220*****************************************************************
005230     COPY AUTPROC.
