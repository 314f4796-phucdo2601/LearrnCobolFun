000010*****************************************************************
000020*    STPPROC.CPY                                                *
000030*    SHARED STEP-LOG AND RUN-CONTROL WRITER FOR THE MONTH-END   *
000040*    STREAM (MONTHRUN).  COPY THIS INTO THE PROCEDURE DIVISION  *
000050*    (THE WAY CMJPROC.CPY IS SHARED) AFTER DECLARING            *
000060*    STEP-LOG-FILE WITH STEPLOG.CPY AND STEP-RUN-CONTROL-FILE   *
000070*    WITH RUNCTL.CPY (RUN-CONTROL-REC REPLACED BY               *
000080*    STEP-RUN-CONTROL-REC) UNDER THEIR FDS, STATUSES            *
000090*    WS-STP-FILE-STATUS AND WS-MRC-FILE-STATUS, AND COPYING     *
000100*    STPWORK.CPY INTO WORKING-STORAGE.  THE START AND END       *
000110*    EVENTS ARE WHAT RSTPLN01 PLANS A RESTART FROM; THE         *
000120*    RUN-CONTROL ROW IS WHAT RUNBAL01 CERTIFIES.  A STEP THAT   *
000130*    FAILED (RC 8) LOGS NO END EVENT, SO THE RESTART PLAN       *
000140*    RERUNS IT.  NEITHER FILE IS ALLOWED TO STOP THE STEP.      *
000150*-----------------------------------------------------------------
000160*    MOD-HISTORY                                                *
000170*    2026-10-15  PD    ORIGINAL PARAGRAPHS.                     *
000180*****************************************************************
000190 9700-LOG-STEP-START.
000200     MOVE 'START' TO WS-STP-EVENT.
000210     PERFORM 9720-WRITE-STEP-LOG
000220         THRU 9720-WRITE-STEP-LOG-EXIT.
000230 9700-LOG-STEP-START-EXIT.
000240     EXIT.
000250
000260*****************************************************************
000270*    9710-LOG-STEP-END                                          *
000280*    THE RUN-CONTROL ROW FIRST, THEN THE END EVENT UNLESS THE   *
000290*    STEP HAS FAILED.                                           *
000300*****************************************************************
000310 9710-LOG-STEP-END.
000320     OPEN EXTEND STEP-RUN-CONTROL-FILE.
000330     IF WS-MRC-FILE-STATUS = '35'
000340         OPEN OUTPUT STEP-RUN-CONTROL-FILE
000350     END-IF.
000360     IF WS-MRC-OK
000370         MOVE WS-STP-PROGRAM
000380             TO RCT-STEP-NAME OF STEP-RUN-CONTROL-REC
000390         MOVE WS-STP-RECORDS-IN
000400             TO RCT-RECORDS-IN OF STEP-RUN-CONTROL-REC
000410         MOVE WS-STP-APPLIED
000420             TO RCT-APPLIED OF STEP-RUN-CONTROL-REC
000430         MOVE WS-STP-REJECTED
000440             TO RCT-REJECTED OF STEP-RUN-CONTROL-REC
000450         MOVE WS-STP-SUSPENDED
000460             TO RCT-SUSPENDED OF STEP-RUN-CONTROL-REC
000470         WRITE STEP-RUN-CONTROL-REC
000480         CLOSE STEP-RUN-CONTROL-FILE
000490     ELSE
000500         DISPLAY WS-STP-PROGRAM ': OPEN STEP-RUN-CONTROL-FILE '
000510             'FAILED ' WS-MRC-FILE-STATUS
000520     END-IF.
000530
000540     IF RETURN-CODE < 8
000550         MOVE 'END' TO WS-STP-EVENT
000560         PERFORM 9720-WRITE-STEP-LOG
000570             THRU 9720-WRITE-STEP-LOG-EXIT
000580     END-IF.
000590 9710-LOG-STEP-END-EXIT.
000600     EXIT.
000610
000620*****************************************************************
000630*    9720-WRITE-STEP-LOG                                        *
000640*****************************************************************
000650 9720-WRITE-STEP-LOG.
000660     OPEN EXTEND STEP-LOG-FILE.
000670     IF WS-STP-FILE-STATUS = '35'
000680         OPEN OUTPUT STEP-LOG-FILE
000690     END-IF.
000700     IF NOT WS-STP-OK
000710         DISPLAY WS-STP-PROGRAM ': OPEN STEP-LOG-FILE FAILED '
000720             WS-STP-FILE-STATUS
000730         GO TO 9720-WRITE-STEP-LOG-EXIT
000740     END-IF.
000750     MOVE SPACES TO STEP-LOG-REC.
000760     MOVE WS-STP-PROGRAM TO LOG-STEP-NAME.
000770     MOVE WS-STP-EVENT   TO LOG-STEP-EVENT.
000780     ACCEPT LOG-STEP-DATE FROM DATE YYYYMMDD.
000790     ACCEPT LOG-STEP-TIME FROM TIME.
000800     WRITE STEP-LOG-REC.
000810     CLOSE STEP-LOG-FILE.
000820 9720-WRITE-STEP-LOG-EXIT.
000830     EXIT.
