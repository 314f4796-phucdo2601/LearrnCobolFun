000370*                    ITEMS RUN NOW ESCALATES AN EXTRA LEVEL,    *
000380*                    SO A BOUNCED PAYMENT MOVES THE ACCOUNT     *
000390*                    STRAIGHT PAST THE GENTLE REMINDER.         *
000391*    2026-10-15  PD  THE GRACE PERIOD NOW RUNS FROM EACH         *
000392*                    CHARGE'S DUE DATE UNDER THE CUSTOMER'S      *
000393*                    PAYMENT TERMS (OHS-DUE-DATE) INSTEAD OF ITS *
000394*                    ORDER DATE, SO A CUSTOMER ON 60-DAY TERMS   *
000395*                    IS NOT DUNNED AT DAY 31.  A RECORD WITH NO  *
000396*                    DUE DATE AGES FROM ITS ORDER DATE AS        *
000397*                    BEFORE.                                     *
000398*    2026-10-15  PD  THE STEP NOW WRITES ITS START AND END       *
000399*                    EVENTS TO THE STEP LOG AND ITS RUN-CONTROL  *
000400*                    ROW FOR THE MONTH-END STREAM (MONTHRUN), SO *
000401*                    RSTPLN01 CAN PLAN A RESTART AND RUNBAL01    *
000402*                    CAN CERTIFY THE MONTH-END.                  *
000403*****************************************************************
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000800     SELECT DUNNING-NOTICE-RPT ASSIGN TO DUNNOTRP
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-RPT-FILE-STATUS.
000821
000822     SELECT STEP-LOG-FILE ASSIGN TO STEPLOG
000823         ORGANIZATION IS LINE SEQUENTIAL
000824         FILE STATUS IS WS-STP-FILE-STATUS.
000825
000826     SELECT STEP-RUN-CONTROL-FILE ASSIGN TO MERUNCTL
000827         ORGANIZATION IS LINE SEQUENTIAL
000828         FILE STATUS IS WS-MRC-FILE-STATUS.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
001250 FD  DUNNING-NOTICE-RPT
001260     LABEL RECORDS ARE STANDARD.
001270     01  DUNNING-NOTICE-LINE      PIC X(80).
001271
001272 FD  STEP-LOG-FILE
001273     LABEL RECORDS ARE STANDARD.
001274     COPY STEPLOG.
001275
001276 FD  STEP-RUN-CONTROL-FILE
001277     LABEL RECORDS ARE STANDARD.
001278     COPY RUNCTL
001279         REPLACING RUN-CONTROL-REC BY STEP-RUN-CONTROL-REC.
001280
001290 WORKING-STORAGE SECTION.
001300     01  WS-PARM-FILE-STATUS      PIC X(02).
002570         05  WS-TOT-TITLE         PIC X(26).
002580         05  WS-TOT-VALUE         PIC ZZZ,ZZ9.
002590         05  FILLER               PIC X(47) VALUE SPACES.
002593
002596     COPY STPWORK.
002600
002610 PROCEDURE DIVISION.
002620*****************************************************************
002630*    0000-MAINLINE                                              *
002640*****************************************************************
002650 0000-MAINLINE.
002652     MOVE 'DUNNOT01' TO WS-STP-PROGRAM.
002654     PERFORM 9700-LOG-STEP-START
002656         THRU 9700-LOG-STEP-START-EXIT.
002658
002660     PERFORM 1000-INITIALIZE
002670         THRU 1000-INITIALIZE-EXIT.
002680
002870     PERFORM 9999-TERMINATE
002880         THRU 9999-TERMINATE-EXIT.
002890
002891     MOVE WS-CUSTOMER-COUNT TO WS-STP-RECORDS-IN.
002892     MOVE WS-CUSTOMER-COUNT TO WS-STP-APPLIED.
002893     PERFORM 9710-LOG-STEP-END
002894         THRU 9710-LOG-STEP-END-EXIT.
002895
002900     STOP RUN.
002910
002920*****************************************************************
004760 2200-AGE-ONE-ORDER.
004770     IF OHS-AMOUNT > 0
004780         MOVE OHS-ORDER-DATE TO WS-ORDER-DATE
004781*        THE GRACE PERIOD RUNS FROM THE DUE DATE UNDER THE
004782*        CUSTOMER'S TERMS - A RECORD WITH NONE FELL DUE ON ITS
004783*        ORDER DATE.
004784         IF OHS-DUE-DATE NUMERIC AND OHS-DUE-DATE > 0
004785             MOVE OHS-DUE-DATE TO WS-ORDER-DATE
004786         END-IF
004790         COMPUTE WS-AGE-DAYS
004800             = (WS-AS-OF-YYYY - WS-ORDER-YYYY) * 360
004810             + (WS-AS-OF-MM - WS-ORDER-MM) * 30
007770*    SHARED PARM-CARD VALIDATION FRONT END - SEE PARMVAL.CPY.    *
007780*****************************************************************
007790     COPY PARMVAL.
007800
007810*****************************************************************
007820*    9700-LOG-STEP-START                                        *
007830*    SHARED STEP-LOG AND RUN-CONTROL WRITER - SEE STPPROC.CPY.  *
007840*****************************************************************
007850     COPY STPPROC.
