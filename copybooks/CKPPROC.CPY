000010*****************************************************************
000020*    CKPPROC.CPY                                                *
000030*    SHARED POSTING CHECKPOINT/RESTART ROUTINES.  COPY THIS     *
000040*    INTO THE PROCEDURE DIVISION (THE WAY CMJPROC.CPY IS        *
000050*    SHARED) AFTER DECLARING CHECKPOINT-FILE WITH PSTCKPT.CPY   *
000060*    AND STEP-LOG-FILE WITH STEPLOG.CPY UNDER THEIR FDS,        *
000070*    STATUSES WS-CKP-FILE-STATUS AND WS-SLG-FILE-STATUS, AND    *
000080*    COPYING CKPWORK.CPY INTO WORKING-STORAGE.                  *
000090*                                                               *
000100*    9800-CHECK-RESTART  - AT START OF RUN.  AN IN-FLIGHT       *
000110*                          CHECKPOINT FOR THIS PROGRAM AND      *
000120*                          CYCLE SETS WS-CKP-RESTART, THE SKIP  *
000130*                          POSITION, AND WS-CKP-TOTALS.         *
000140*    9810-TAKE-CHECKPOINT - THE CALLER HAS LOADED THE POSITION, *
000150*                          REGISTER STATE AND WS-CKP-TOTALS.    *
000155*                          THE FIRST CHECKPOINT OF THE RUN AND  *
000160*                          EACH ONE THAT COMPLETES AN INTERVAL  *
000165*                          ALSO LOG A CKPT STEP-LOG EVENT SO    *
000170*                          RSTPLN01 KNOWS THE STEP CAN RESUME - *
000175*                          A COMMIT IN BETWEEN IS NOT LOGGED.   *
000180*    9820-MARK-RUN-COMPLETE - AT A CLEAN END OF RUN, SO THE     *
000190*                          NEXT RUN STARTS FROM THE TOP.        *
000200*    9830-LOG-STEP-EVENT  - START/CKPT/END EVENTS.              *
000210*                                                               *
000220*    NEITHER FILE IS ALLOWED TO STOP THE STEP - A CHECKPOINT    *
000230*    THAT CANNOT BE WRITTEN ONLY COSTS THE ABILITY TO RESUME.   *
000240*-----------------------------------------------------------------
000250*    MOD-HISTORY                                                *
000260*    2026-10-15  PD    ORIGINAL PARAGRAPHS.                     *
000262*    2026-10-15  PD    CARRY THE OUTPUT RECORD COUNTS AND       *
000264*                      BRANCH TOTALS THROUGH THE CHECKPOINT.  A *
000266*                      COMMIT CHECKPOINT TAKEN BETWEEN          *
000268*                      INTERVALS IS NOT LOGGED TO THE STEP LOG. *
000270*****************************************************************
000280 9800-CHECK-RESTART.
000290     MOVE 'N' TO WS-CKP-RESTART-SW.
000295     INITIALIZE WS-CKP-TOTALS.
000300     OPEN INPUT CHECKPOINT-FILE.
000310     IF WS-CKP-NOT-FOUND
000320         GO TO 9800-CHECK-RESTART-EXIT
000330     END-IF.
000340     IF NOT WS-CKP-OK
000350         DISPLAY WS-CKP-PROGRAM ': OPEN CHECKPOINT-FILE FAILED '
000360             WS-CKP-FILE-STATUS
000370         GO TO 9800-CHECK-RESTART-EXIT
000380     END-IF.
000390
000400     READ CHECKPOINT-FILE
000410         AT END
000420             CLOSE CHECKPOINT-FILE
000430             GO TO 9800-CHECK-RESTART-EXIT
000440     END-READ.
000450
000460*    ONLY THIS PROGRAM'S OWN UNFINISHED RUN FOR THIS CYCLE IS
000470*    RESUMED - ANYTHING ELSE IS A LEFTOVER AND IS IGNORED.
000480     IF PCK-IN-FLIGHT
000490             AND PCK-PROGRAM = WS-CKP-PROGRAM
000500             AND PCK-CYCLE-NUMBER = WS-CKP-CYCLE-NUMBER
000510         MOVE 'Y'                TO WS-CKP-RESTART-SW
000520         MOVE PCK-CKPT-SEQUENCE  TO WS-CKP-SEQUENCE
000530         MOVE PCK-RECORDS-READ   TO WS-CKP-SKIP-COUNT
000540                                    WS-CKP-RECORDS-READ
000550         MOVE PCK-LAST-KEY       TO WS-CKP-SKIP-KEY
000560                                    WS-CKP-LAST-KEY
000570         MOVE PCK-REG-LAST-KEY   TO WS-CKP-REG-LAST-KEY
000580         MOVE PCK-OPI-LAST-KEY   TO WS-CKP-OPI-LAST-KEY
000590         MOVE PCK-REG-ADDS       TO WS-CKP-REG-ADDS
000600         MOVE PCK-COUNTS         TO WS-CKP-COUNTS
000610         MOVE PCK-AMOUNTS        TO WS-CKP-AMOUNTS
000613         MOVE PCK-OUTPUTS        TO WS-CKP-OUTPUTS
000616         MOVE PCK-BRANCHES       TO WS-CKP-BRANCHES
000620         DISPLAY WS-CKP-PROGRAM ': RESUMING FROM CHECKPOINT '
000630             PCK-CKPT-SEQUENCE ' AFTER ' PCK-RECORDS-READ
000640             ' RECORDS'
000650     ELSE
000660         IF PCK-IN-FLIGHT
000670             DISPLAY WS-CKP-PROGRAM ': CHECKPOINT FOR '
000680                 PCK-PROGRAM ' CYCLE ' PCK-CYCLE-NUMBER
000690                 ' IGNORED'
000700         END-IF
000710     END-IF.
000720     CLOSE CHECKPOINT-FILE.
000730 9800-CHECK-RESTART-EXIT.
000740     EXIT.
000750
000760*****************************************************************
000770*    9810-TAKE-CHECKPOINT                                       *
000780*****************************************************************
000790 9810-TAKE-CHECKPOINT.
000800     ADD 1 TO WS-CKP-SEQUENCE.
000810     MOVE 'A' TO WS-CKP-STATUS.
000820     PERFORM 9840-WRITE-CHECKPOINT
000830         THRU 9840-WRITE-CHECKPOINT-EXIT.
000832     IF WS-CKP-LOGGED
000834             AND WS-CKP-SINCE-LAST < WS-CKP-INTERVAL
000836         GO TO 9810-TAKE-CHECKPOINT-EXIT
000838     END-IF.
000840     MOVE 0 TO WS-CKP-SINCE-LAST.
000845     MOVE 'Y' TO WS-CKP-LOGGED-SW.
000850     MOVE 'CKPT' TO WS-CKP-EVENT.
000860     PERFORM 9830-LOG-STEP-EVENT
000870         THRU 9830-LOG-STEP-EVENT-EXIT.
000880 9810-TAKE-CHECKPOINT-EXIT.
000890     EXIT.
000900
000910*****************************************************************
000920*    9820-MARK-RUN-COMPLETE                                     *
000930*    A RUN THAT NEVER CHECKPOINTED AND DID NOT RESUME HAS       *
000940*    NOTHING TO CLOSE OFF.                                      *
000950*****************************************************************
000960 9820-MARK-RUN-COMPLETE.
000970     IF WS-CKP-SEQUENCE = 0 AND NOT WS-CKP-RESTART
000980         GO TO 9820-MARK-RUN-COMPLETE-EXIT
000990     END-IF.
001000     MOVE 'C' TO WS-CKP-STATUS.
001010     PERFORM 9840-WRITE-CHECKPOINT
001020         THRU 9840-WRITE-CHECKPOINT-EXIT.
001030 9820-MARK-RUN-COMPLETE-EXIT.
001040     EXIT.
001050
001060*****************************************************************
001070*    9830-LOG-STEP-EVENT                                        *
001080*****************************************************************
001090 9830-LOG-STEP-EVENT.
001100     OPEN EXTEND STEP-LOG-FILE.
001110     IF WS-SLG-FILE-STATUS = '35'
001120         OPEN OUTPUT STEP-LOG-FILE
001130     END-IF.
001140     IF NOT WS-SLG-OK
001150         DISPLAY WS-CKP-PROGRAM ': OPEN STEP-LOG-FILE FAILED '
001160             WS-SLG-FILE-STATUS
001170         GO TO 9830-LOG-STEP-EVENT-EXIT
001180     END-IF.
001190     MOVE SPACES TO STEP-LOG-REC.
001200     MOVE WS-CKP-PROGRAM TO LOG-STEP-NAME.
001210     MOVE WS-CKP-EVENT   TO LOG-STEP-EVENT.
001220     ACCEPT LOG-STEP-DATE FROM DATE YYYYMMDD.
001230     ACCEPT LOG-STEP-TIME FROM TIME.
001240     WRITE STEP-LOG-REC.
001250     CLOSE STEP-LOG-FILE.
001260 9830-LOG-STEP-EVENT-EXIT.
001270     EXIT.
001280
001290*****************************************************************
001300*    9840-WRITE-CHECKPOINT                                      *
001310*    THE ONE-RECORD FILE IS REPLACED WHOLE EACH TIME.  THE      *
001320*    CALLER HAS SET WS-CKP-STATUS.                              *
001330*****************************************************************
001340 9840-WRITE-CHECKPOINT.
001350     OPEN OUTPUT CHECKPOINT-FILE.
001360     IF NOT WS-CKP-OK
001370         DISPLAY WS-CKP-PROGRAM ': OPEN CHECKPOINT-FILE FAILED '
001380             WS-CKP-FILE-STATUS
001390         GO TO 9840-WRITE-CHECKPOINT-EXIT
001400     END-IF.
001405     MOVE SPACES              TO POSTING-CHECKPOINT-REC.
001410     MOVE WS-CKP-PROGRAM      TO PCK-PROGRAM.
001420     MOVE WS-CKP-CYCLE-NUMBER TO PCK-CYCLE-NUMBER.
001425     MOVE WS-CKP-STATUS       TO PCK-STATUS.
001430     ACCEPT PCK-CKPT-DATE FROM DATE YYYYMMDD.
001440     ACCEPT PCK-CKPT-TIME FROM TIME.
001450     MOVE WS-CKP-SEQUENCE     TO PCK-CKPT-SEQUENCE.
001460     MOVE WS-CKP-RECORDS-READ TO PCK-RECORDS-READ.
001470     MOVE WS-CKP-LAST-KEY     TO PCK-LAST-KEY.
001480     MOVE WS-CKP-REG-LAST-KEY TO PCK-REG-LAST-KEY.
001490     MOVE WS-CKP-OPI-LAST-KEY TO PCK-OPI-LAST-KEY.
001500     MOVE WS-CKP-REG-ADDS     TO PCK-REG-ADDS.
001510     MOVE WS-CKP-COUNTS       TO PCK-COUNTS.
001520     MOVE WS-CKP-AMOUNTS      TO PCK-AMOUNTS.
001523     MOVE WS-CKP-OUTPUTS      TO PCK-OUTPUTS.
001526     MOVE WS-CKP-BRANCHES     TO PCK-BRANCHES.
001530     WRITE POSTING-CHECKPOINT-REC.
001540     CLOSE CHECKPOINT-FILE.
001550 9840-WRITE-CHECKPOINT-EXIT.
001560     EXIT.
