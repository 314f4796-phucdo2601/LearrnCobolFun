000180*                    ONLY JOURNAL RECORDS DATED ON OR BEFORE     *
000190*                    IT ARE APPLIED, SO THE MASTER CAN BE        *
000200*                    BROUGHT FORWARD TO ANY POINT IN TIME.       *
000202*    2026-10-15  PD  THE JOURNAL CHAIN IS VERIFIED BEFORE        *
000204*                    ANYTHING IS APPLIED; A BROKEN CHAIN REFUSES *
000206*                    THE REBUILD RC 8.  GENERATION TRAILERS ARE  *
000208*                    PASSED OVER.                                *
000210*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000680
000690*    ZERO MEANS NO STOP DATE - THE WHOLE JOURNAL IS APPLIED.
000700     01  WS-STOP-DATE             PIC 9(08) VALUE 0.
000703
000706     COPY JCHWORK.
000710
000720*****************************************************************
000730*    CONTROL TOTALS                                             *
001290         MOVE PARM-RUN-DATE TO WS-STOP-DATE
001300     END-IF.
001310
001311     PERFORM 1100-VERIFY-JOURNAL-CHAIN
001312         THRU 1100-VERIFY-JOURNAL-CHAIN-EXIT.
001313     IF WS-EOF
001314         GO TO 1000-INITIALIZE-EXIT
001315     END-IF.
001316
001320     OPEN I-O CUSTOMER-MASTER-FILE.
001330     IF NOT WS-CUST-OK
001340         DISPLAY 'CMRBLD01: OPEN CUSTOMER-MASTER FAILED '
001490     END-IF.
001500 1000-INITIALIZE-EXIT.
001510     EXIT.
001511
001512*****************************************************************
001513*    1100-VERIFY-JOURNAL-CHAIN                                  *
001514*    THE WHOLE JOURNAL IS RE-CHAINED BEFORE THE MASTER IS       *
001515*    OPENED.  A JOURNAL THAT HAS BEEN ALTERED, CUT OR SPLICED   *
001516*    IS NOT APPLIED AT ALL - THE REBUILD IS REFUSED RC 8.  A    *
001517*    GENERATION LEFT OPEN AT THE END IS ONLY REPORTED: A WRITER *
001518*    THAT ABENDED IS THE USUAL REASON FOR A REBUILD.            *
001519*****************************************************************
001520 1100-VERIFY-JOURNAL-CHAIN.
001521     OPEN INPUT CUST-JOURNAL-FILE.
001522     IF NOT WS-CMJ-OK
001523         GO TO 1100-VERIFY-JOURNAL-CHAIN-EXIT
001524     END-IF.
001525     PERFORM 1110-CHECK-JOURNAL-RECORD
001526         THRU 1110-CHECK-JOURNAL-RECORD-EXIT
001527         UNTIL WS-EOF.
001528     CLOSE CUST-JOURNAL-FILE.
001529
001530     IF WS-JCH-BREAK
001531         DISPLAY 'CMRBLD01: JOURNAL CHAIN BROKEN AT SEQUENCE '
001532             WS-JCH-CHK-SEQUENCE ' - ' WS-JCH-MESSAGE
001533         DISPLAY 'CMRBLD01: REBUILD REFUSED'
001534         MOVE 8 TO RETURN-CODE
001535         GO TO 1100-VERIFY-JOURNAL-CHAIN-EXIT
001536     END-IF.
001537     IF WS-JCH-VFY-GEN-FIRST > 0
001538         DISPLAY 'CMRBLD01: JOURNAL ENDS IN AN OPEN GENERATION'
001539             ' FROM SEQUENCE ' WS-JCH-VFY-GEN-FIRST
001540     END-IF.
001541     MOVE 'N' TO WS-EOF-SW.
001542 1100-VERIFY-JOURNAL-CHAIN-EXIT.
001543     EXIT.
001544
001545*****************************************************************
001546*    1110-CHECK-JOURNAL-RECORD                                  *
001547*****************************************************************
001548 1110-CHECK-JOURNAL-RECORD.
001549     READ CUST-JOURNAL-FILE
001550         AT END
001551             MOVE 'Y' TO WS-EOF-SW
001552             GO TO 1110-CHECK-JOURNAL-RECORD-EXIT
001553     END-READ.
001554     MOVE 0   TO WS-JCH-CHK-SEQUENCE.
001555     MOVE 0   TO WS-JCH-CHK-VALUE.
001556     MOVE 0   TO WS-JCH-CHK-TRL-COUNT.
001557     MOVE 0   TO WS-JCH-CHK-TRL-FIRST.
001558     MOVE 'N' TO WS-JCH-CHK-TRAILER-SW.
001559     IF CMJ-SEQUENCE-NO NUMERIC
001560         MOVE CMJ-SEQUENCE-NO TO WS-JCH-CHK-SEQUENCE
001561     END-IF.
001562     IF CMJ-CHAIN-VALUE NUMERIC
001563         MOVE CMJ-CHAIN-VALUE TO WS-JCH-CHK-VALUE
001564     END-IF.
001565     IF CMJ-ACTION-TRAILER
001566         MOVE 'Y' TO WS-JCH-CHK-TRAILER-SW
001567         IF CMJ-TRL-RECORD-COUNT NUMERIC
001568             MOVE CMJ-TRL-RECORD-COUNT TO WS-JCH-CHK-TRL-COUNT
001569         END-IF
001570         IF CMJ-TRL-FIRST-SEQUENCE NUMERIC
001571             MOVE CMJ-TRL-FIRST-SEQUENCE TO WS-JCH-CHK-TRL-FIRST
001572         END-IF
001573     END-IF.
001574     MOVE CUST-MASTER-JOURNAL-REC(1:346) TO WS-JCH-DATA.
001575     MOVE 346 TO WS-JCH-LENGTH.
001576     PERFORM 9660-CHECK-CHAIN-LINK
001577         THRU 9660-CHECK-CHAIN-LINK-EXIT.
001578     IF WS-JCH-WARNING
001579         DISPLAY 'CMRBLD01: SEQUENCE ' WS-JCH-CHK-SEQUENCE
001580             ' - ' WS-JCH-MESSAGE
001581     END-IF.
001582     IF WS-JCH-BREAK
001583         MOVE 'Y' TO WS-EOF-SW
001584     END-IF.
001585 1110-CHECK-JOURNAL-RECORD-EXIT.
001586     EXIT.
001587
001588*****************************************************************
001589*    2000-APPLY-JOURNAL                                         *
001590*    APPLY ONE JOURNAL RECORD TO THE RESTORED MASTER, UNLESS    *
001591*    IT IS DATED PAST THE REQUESTED POINT IN TIME.              *
001592*****************************************************************
001593 2000-APPLY-JOURNAL.
001594     ADD 1 TO WS-JOURNAL-COUNT.
001600
001610     IF WS-STOP-DATE > 0
001620             AND CMJ-JOURNAL-DATE > WS-STOP-DATE
001720             WHEN CMJ-ACTION-DELETE
001730                 PERFORM 2300-APPLY-DELETE
001740                     THRU 2300-APPLY-DELETE-EXIT
001743             WHEN CMJ-ACTION-TRAILER
001746                 CONTINUE
001750             WHEN OTHER
001760                 ADD 1 TO WS-FAILED-COUNT
001770                 DISPLAY 'CMRBLD01: UNKNOWN ACTION '
002680*    SHARED PARM-CARD VALIDATION FRONT END - SEE PARMVAL.CPY.    *
002690*****************************************************************
002700     COPY PARMVAL.
002710
002720*****************************************************************
002730*    9650-COMPUTE-CHAIN-VALUE                                   *
002740*    SHARED JOURNAL CHAIN ROUTINES - SEE JCHPROC.CPY.           *
002750*****************************************************************
002760     COPY JCHPROC.
