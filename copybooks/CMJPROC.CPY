000130*    2026-08-22  PD    ORIGINAL PARAGRAPH.                      *
000132*    2026-08-22  PD    THE CYCLE NUMBER THE CALLER LOADED AT    *
000134*                      START OF RUN IS NOW STAMPED TOO.        *
000135*    2026-10-15  PD    EACH RECORD IS NOW SEALED WITH THE NEXT  *
000136*                      SEQUENCE NUMBER AND ITS CHAIN VALUE.     *
000137*                      ADDED 9610-OPEN-CUST-JOURNAL, WHICH      *
000138*                      FINDS WHERE THE CHAIN STANDS BEFORE      *
000139*                      OPENING EXTEND, AND                      *
000140*                      9620-CLOSE-CUST-JOURNAL, WHICH CLOSES    *
000141*                      THE RUN'S GENERATION WITH A TRAILER.     *
000142*                      THE CALLER ALSO COPIES JCHPROC.CPY.      *
000143*****************************************************************
000150 9600-WRITE-CUST-JOURNAL.
000160     MOVE WS-CMJ-PROGRAM      TO CMJ-PROGRAM-ID.
000170     MOVE WS-CMJ-ACTION       TO CMJ-ACTION.
000210     MOVE WS-CMJ-BEFORE-IMAGE TO CMJ-BEFORE-IMAGE.
000220     MOVE WS-CMJ-AFTER-IMAGE  TO CMJ-AFTER-IMAGE.
000225     MOVE WS-CMJ-CYCLE-NUMBER TO CMJ-CYCLE-NUMBER.
000226     ADD 1 TO WS-CMJ-LAST-SEQUENCE.
000227     IF WS-CMJ-GEN-COUNT = 0
000228         MOVE WS-CMJ-LAST-SEQUENCE TO WS-CMJ-GEN-FIRST
000229     END-IF.
000230     ADD 1 TO WS-CMJ-GEN-COUNT.
000231     PERFORM 9630-SEAL-CUST-JOURNAL
000232         THRU 9630-SEAL-CUST-JOURNAL-EXIT.
000233     WRITE CUST-MASTER-JOURNAL-REC.
000240 9600-WRITE-CUST-JOURNAL-EXIT.
000250     EXIT.
000260
000270*****************************************************************
000280*    9610-OPEN-CUST-JOURNAL                                     *
000290*    IN PLACE OF OPEN EXTEND.  THE JOURNAL IS READ THROUGH ONCE *
000300*    FOR THE LAST SEALED SEQUENCE AND CHECK VALUE, SO THIS      *
000310*    RUN'S RECORDS CONTINUE THE CHAIN.  A JOURNAL NOT YET ON    *
000320*    FILE, OR HOLDING ONLY RECORDS CUT BEFORE SEALING BEGAN,    *
000330*    STARTS THE CHAIN AT ONE.  THE CALLER TESTS                 *
000340*    WS-CMJ-FILE-STATUS AFTERWARDS AS BEFORE.                   *
000350*****************************************************************
000360 9610-OPEN-CUST-JOURNAL.
000370     MOVE 0 TO WS-CMJ-LAST-SEQUENCE.
000380     MOVE 0 TO WS-CMJ-LAST-VALUE.
000390     MOVE 0 TO WS-CMJ-GEN-FIRST.
000400     MOVE 0 TO WS-CMJ-GEN-COUNT.
000410     OPEN INPUT CUST-JOURNAL-FILE.
000420     IF WS-CMJ-OK
000430         PERFORM 9615-FIND-JOURNAL-END
000440             THRU 9615-FIND-JOURNAL-END-EXIT
000450             UNTIL NOT WS-CMJ-OK
000460         CLOSE CUST-JOURNAL-FILE
000470     END-IF.
000480     OPEN EXTEND CUST-JOURNAL-FILE.
000490 9610-OPEN-CUST-JOURNAL-EXIT.
000500     EXIT.
000510
000520*****************************************************************
000530*    9615-FIND-JOURNAL-END                                      *
000540*****************************************************************
000550 9615-FIND-JOURNAL-END.
000560     READ CUST-JOURNAL-FILE
000570         AT END
000580             GO TO 9615-FIND-JOURNAL-END-EXIT
000590     END-READ.
000600     IF CMJ-SEQUENCE-NO NUMERIC
000610         IF CMJ-SEQUENCE-NO > 0
000620             MOVE CMJ-SEQUENCE-NO TO WS-CMJ-LAST-SEQUENCE
000630             MOVE CMJ-CHAIN-VALUE TO WS-CMJ-LAST-VALUE
000640         END-IF
000650     END-IF.
000660 9615-FIND-JOURNAL-END-EXIT.
000670     EXIT.
000680
000690*****************************************************************
000700*    9620-CLOSE-CUST-JOURNAL                                    *
000710*    IN PLACE OF CLOSE.  A RUN THAT JOURNALLED ANYTHING ENDS    *
000720*    ITS GENERATION WITH A TRAILER GIVING THE FIRST SEQUENCE    *
000730*    AND RECORD COUNT; A RUN THAT JOURNALLED NOTHING ADDS       *
000740*    NOTHING.                                                   *
000750*****************************************************************
000760 9620-CLOSE-CUST-JOURNAL.
000770     IF WS-CMJ-GEN-COUNT > 0
000780         MOVE SPACES               TO CUST-MASTER-JOURNAL-REC
000790         MOVE WS-CMJ-PROGRAM       TO CMJ-PROGRAM-ID
000800         MOVE 'T'                  TO CMJ-ACTION
000810         ACCEPT CMJ-JOURNAL-DATE FROM DATE YYYYMMDD
000820         ACCEPT CMJ-JOURNAL-TIME FROM TIME
000830         MOVE WS-CMJ-GEN-COUNT     TO CMJ-TRL-RECORD-COUNT
000840         MOVE WS-CMJ-GEN-FIRST     TO CMJ-TRL-FIRST-SEQUENCE
000850         MOVE WS-CMJ-CYCLE-NUMBER  TO CMJ-CYCLE-NUMBER
000860         ADD 1 TO WS-CMJ-LAST-SEQUENCE
000870         PERFORM 9630-SEAL-CUST-JOURNAL
000880             THRU 9630-SEAL-CUST-JOURNAL-EXIT
000890         WRITE CUST-MASTER-JOURNAL-REC
000900         MOVE 0 TO WS-CMJ-GEN-COUNT
000910     END-IF.
000920     CLOSE CUST-JOURNAL-FILE.
000930 9620-CLOSE-CUST-JOURNAL-EXIT.
000940     EXIT.
000950
000960*****************************************************************
000970*    9630-SEAL-CUST-JOURNAL                                     *
000980*    STAMP THE SEQUENCE, THEN CHAIN THE RECORD UP TO AND        *
000990*    INCLUDING IT ONTO THE LAST VALUE.                          *
001000*****************************************************************
001010 9630-SEAL-CUST-JOURNAL.
001020     MOVE WS-CMJ-LAST-SEQUENCE TO CMJ-SEQUENCE-NO.
001030     MOVE WS-CMJ-LAST-VALUE    TO WS-JCH-PRIOR-VALUE.
001040     MOVE CUST-MASTER-JOURNAL-REC(1:346) TO WS-JCH-DATA.
001050     MOVE 346                  TO WS-JCH-LENGTH.
001060     PERFORM 9650-COMPUTE-CHAIN-VALUE
001070         THRU 9650-COMPUTE-CHAIN-VALUE-EXIT.
001080     MOVE WS-JCH-VALUE         TO CMJ-CHAIN-VALUE.
001090     MOVE WS-JCH-VALUE         TO WS-CMJ-LAST-VALUE.
001100 9630-SEAL-CUST-JOURNAL-EXIT.
001110     EXIT.
