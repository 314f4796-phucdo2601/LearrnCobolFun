000150*                    THAT DOES NOT TIE, OR AN EMPTY CONTROL      *
000160*                    FILE, SETS RETURN-CODE 8 SO THE NIGHT IS    *
000170*                    NOT SIGNED OFF ON BAD COUNTS.               *
000172*    2026-10-15  PD  THE CERTIFICATE HEADING NO LONGER SAYS      *
000174*                    NIGHTLY - THE MONTH-END STREAM (MONTHRUN)   *
000176*                    IS CERTIFIED BY THIS STEP TOO, AGAINST ITS  *
000178*                    OWN RUN-CONTROL DATASET.                    *
000179*    2026-10-15  PD  THE NIGHT STREAM'S CERTIFICATE NOW INCLUDES *
000180*                    THE MIDDAY INTRADAY RUN POSTED UNDER THE    *
000181*                    SAME CYCLE.  ITS RUN-CONTROL ROWS (THE      *
000182*                    OPTIONAL IDRUNCTL DD) ARE TIED FIRST UNDER  *
000183*                    THEIR OWN HEADING AND COUNT TOWARD THE      *
000184*                    VERDICT LIKE ANY OTHER STEP; A STREAM WITH  *
000185*                    NO INTRADAY DATASET, OR AN EMPTY ONE,       *
000186*                    CERTIFIES AS BEFORE.  A RUN WHOSE OWN       *
000187*                    CONTROL FILE IS EMPTY STILL FAILS.          *
000188*****************************************************************
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000300     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-RCT-FILE-STATUS.
000322
000324     SELECT INTRADAY-CONTROL-FILE ASSIGN TO IDRUNCTL
000326         ORGANIZATION IS LINE SEQUENTIAL
000328         FILE STATUS IS WS-IDR-FILE-STATUS.
000330     SELECT CONTROL-OUTCOME-FILE ASSIGN TO CTLOUT
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-CTL-FILE-STATUS.
000430 FD  RUN-CONTROL-FILE
000440     LABEL RECORDS ARE STANDARD.
000450     COPY RUNCTL.
000451
000452 FD  INTRADAY-CONTROL-FILE
000453     LABEL RECORDS ARE STANDARD.
000454     COPY RUNCTL
000455         REPLACING RUN-CONTROL-REC BY INTRADAY-CONTROL-REC
000456         RCT-STEP-NAME BY IDR-STEP-NAME
000457         RCT-RECORDS-IN BY IDR-RECORDS-IN
000458         RCT-APPLIED BY IDR-APPLIED
000459         RCT-REJECTED BY IDR-REJECTED
000460         RCT-SUSPENDED BY IDR-SUSPENDED.
000461
000470 FD  CYCLE-CONTROL-FILE
000480     LABEL RECORDS ARE STANDARD.
000490     COPY CYCLCTL.
000700
000710     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
000720         88  WS-EOF               VALUE 'Y'.
000721
000722     01  WS-IDR-FILE-STATUS       PIC X(02).
000723         88  WS-IDR-OK            VALUE '00'.
000724         88  WS-IDR-EOF           VALUE '10'.
000725
000726     01  WS-IDR-EOF-SW            PIC X(01) VALUE 'N'.
000727         88  WS-IDR-DONE          VALUE 'Y'.
000730
000740     01  WS-EXPECTED-IN           PIC 9(08).
000750     01  WS-CTL-FILE-STATUS       PIC X(02).
000870         05  WS-STEP-COUNT        PIC 9(05) COMP VALUE 0.
000880         05  WS-TIED-COUNT        PIC 9(05) COMP VALUE 0.
000890         05  WS-BROKEN-COUNT      PIC 9(05) COMP VALUE 0.
000895         05  WS-INTRADAY-COUNT    PIC 9(05) COMP VALUE 0.
000900
000910*****************************************************************
000920*    CERTIFICATE LINE LAYOUTS                                   *
000930*****************************************************************
000940     01  WS-CER-HEADING-LINE.
000950         05  FILLER               PIC X(34) VALUE
000960             'RUNBAL01 - BATCH CYCLE TIE-OUT'.
000970         05  FILLER               PIC X(46) VALUE SPACES.
000980
000990     01  WS-CER-COLUMN-LINE.
001050         05  FILLER               PIC X(08) VALUE '  VERDCT'.
001060         05  FILLER               PIC X(26) VALUE SPACES.
001070
001072     01  WS-CER-SECTION-LINE.
001074         05  WS-CER-SECTION       PIC X(40).
001076         05  FILLER               PIC X(40) VALUE SPACES.
001078
001080     01  WS-CER-DETAIL-LINE.
001090         05  WS-CER-STEP-NAME     PIC X(08).
001100         05  FILLER               PIC X(02).
001430     DISPLAY 'RUNBAL01: STEPS TIED............ ' WS-TIED-COUNT.
001440     DISPLAY 'RUNBAL01: STEPS BROKEN.......... '
001450         WS-BROKEN-COUNT.
001452     IF WS-INTRADAY-COUNT > 0
001454         DISPLAY 'RUNBAL01: OF WHICH INTRADAY..... '
001456             WS-INTRADAY-COUNT
001458     END-IF.
001460
001470*    THE VERDICT GOES TO THE CONTROL-OUTCOME FILE FOR THE
001480*    MORNING ATTESTATION.
001490     OPEN EXTEND CONTROL-OUTCOME-FILE.
001500     IF WS-CTL-OK
001510         MOVE 'RUNBAL01' TO CTL-CONTROL-NAME
001516         IF WS-STEP-COUNT = WS-INTRADAY-COUNT
001522                 OR WS-BROKEN-COUNT > 0
001530             MOVE 'FAIL' TO CTL-VERDICT
001540             MOVE 'STEP CHAIN DOES NOT TIE' TO CTL-DETAIL
001550         ELSE
001600         CLOSE CONTROL-OUTCOME-FILE
001610     END-IF.
001620
001624*    THE INTRADAY ROWS ALONE DO NOT CERTIFY A RUN THAT WROTE
001628*    NONE OF ITS OWN.
001632     IF WS-STEP-COUNT = WS-INTRADAY-COUNT
001636             OR WS-BROKEN-COUNT > 0
001640         DISPLAY 'RUNBAL01: CYCLE NOT CERTIFIED'
001650         MOVE 8 TO RETURN-CODE
001660     ELSE
001950     WRITE CYCLE-CERTIFICATE-LINE FROM WS-CER-HEADING-LINE.
001960     WRITE CYCLE-CERTIFICATE-LINE FROM WS-CER-COLUMN-LINE.
001970
001972     PERFORM 1100-CERTIFY-INTRADAY
001974         THRU 1100-CERTIFY-INTRADAY-EXIT.
001976
001980     IF NOT WS-EOF
001990         PERFORM 8000-READ-RUN-CONTROL
002000             THRU 8000-READ-RUN-CONTROL-EXIT
002010     END-IF.
002020 1000-INITIALIZE-EXIT.
002030     EXIT.
002031
002032*****************************************************************
002033*    1100-CERTIFY-INTRADAY                                      *
002034*    THE MIDDAY INTRADAY RUN POSTS UNDER THE CYCLE NUMBER THE   *
002035*    NIGHT RUNS AS, SO ITS STEPS ARE PART OF THIS CYCLE AND ARE *
002036*    TIED HERE AHEAD OF THE NIGHT'S OWN, UNDER THEIR OWN        *
002037*    HEADING.  THE DD IS OPTIONAL - NO DATASET, OR AN EMPTY     *
002038*    ONE, MEANS NO INTRADAY RUN THIS CYCLE.  EACH ROW IS TIED   *
002039*    THROUGH THE RUN-CONTROL RECORD AREA, WHICH THE NIGHT'S     *
002040*    FIRST READ HAS NOT YET FILLED.                             *
002041*****************************************************************
002042 1100-CERTIFY-INTRADAY.
002043     OPEN INPUT INTRADAY-CONTROL-FILE.
002044     IF NOT WS-IDR-OK
002045         GO TO 1100-CERTIFY-INTRADAY-EXIT
002046     END-IF.
002047
002048     PERFORM 8100-READ-INTRADAY-CONTROL
002049         THRU 8100-READ-INTRADAY-CONTROL-EXIT.
002050     IF WS-IDR-DONE
002051         CLOSE INTRADAY-CONTROL-FILE
002052         GO TO 1100-CERTIFY-INTRADAY-EXIT
002053     END-IF.
002054
002055     MOVE 'INTRADAY RUN UNDER THIS CYCLE' TO WS-CER-SECTION.
002056     WRITE CYCLE-CERTIFICATE-LINE FROM WS-CER-SECTION-LINE.
002057     PERFORM 1110-VERIFY-INTRADAY-STEP
002058         THRU 1110-VERIFY-INTRADAY-STEP-EXIT
002059         UNTIL WS-IDR-DONE.
002060     CLOSE INTRADAY-CONTROL-FILE.
002061
002062     MOVE 'THIS RUN' TO WS-CER-SECTION.
002063     WRITE CYCLE-CERTIFICATE-LINE FROM WS-CER-SECTION-LINE.
002064 1100-CERTIFY-INTRADAY-EXIT.
002065     EXIT.
002066
002067*****************************************************************
002068*    1110-VERIFY-INTRADAY-STEP                                  *
002069*****************************************************************
002070 1110-VERIFY-INTRADAY-STEP.
002071     ADD 1 TO WS-INTRADAY-COUNT.
002072     MOVE INTRADAY-CONTROL-REC TO RUN-CONTROL-REC.
002073     PERFORM 2100-TIE-STEP
002074         THRU 2100-TIE-STEP-EXIT.
002075     PERFORM 8100-READ-INTRADAY-CONTROL
002076         THRU 8100-READ-INTRADAY-CONTROL-EXIT.
002077 1110-VERIFY-INTRADAY-STEP-EXIT.
002078     EXIT.
002079
002080*****************************************************************
002081*    2000-VERIFY-STEP                                           *
002082*****************************************************************
002083 2000-VERIFY-STEP.
002084     PERFORM 2100-TIE-STEP
002085         THRU 2100-TIE-STEP-EXIT.
002086
002087     PERFORM 8000-READ-RUN-CONTROL
002088         THRU 8000-READ-RUN-CONTROL-EXIT.
002089 2000-VERIFY-STEP-EXIT.
002090     EXIT.
002091
002092*****************************************************************
002093*    2100-TIE-STEP                                              *
002094*    ONE CERTIFICATE LINE PER STEP: THE STEP TIES WHEN ITS      *
002095*    RECORDS IN EQUAL APPLIED PLUS REJECTED PLUS SUSPENDED.     *
002096*****************************************************************
002103 2100-TIE-STEP.
002110     ADD 1 TO WS-STEP-COUNT.
002120     COMPUTE WS-EXPECTED-IN
002130         = RCT-APPLIED + RCT-REJECTED + RCT-SUSPENDED.
002290     END-IF.
002300
002310     WRITE CYCLE-CERTIFICATE-LINE FROM WS-CER-DETAIL-LINE.
002335 2100-TIE-STEP-EXIT.
002360     EXIT.
002370
002380*****************************************************************
002500     MOVE 'STEPS BROKEN..............' TO WS-CER-SUM-TITLE.
002510     MOVE WS-BROKEN-COUNT TO WS-CER-SUM-VALUE.
002520     WRITE CYCLE-CERTIFICATE-LINE FROM WS-CER-SUMMARY-LINE.
002521
002522     IF WS-INTRADAY-COUNT > 0
002523         MOVE 'OF WHICH INTRADAY.........' TO WS-CER-SUM-TITLE
002524         MOVE WS-INTRADAY-COUNT TO WS-CER-SUM-VALUE
002525         WRITE CYCLE-CERTIFICATE-LINE FROM WS-CER-SUMMARY-LINE
002526     END-IF.
002530 3000-PRINT-SUMMARY-EXIT.
002540     EXIT.
002550
002630     END-READ.
002640 8000-READ-RUN-CONTROL-EXIT.
002650     EXIT.
002651
002652*****************************************************************
002653*    8100-READ-INTRADAY-CONTROL                                 *
002654*****************************************************************
002655 8100-READ-INTRADAY-CONTROL.
002656     READ INTRADAY-CONTROL-FILE
002657         AT END
002658             MOVE 'Y' TO WS-IDR-EOF-SW
002659     END-READ.
002660 8100-READ-INTRADAY-CONTROL-EXIT.
002661     EXIT.
002662
002670*****************************************************************
002680*    4000-RELEASE-CYCLE-LOCK                                    *
002690*    REWRITE THE CYCLE-CONTROL RECORD WITH THE IN-FLIGHT FLAG   *
