000360*                    DEAD PRIOR RUN IS OVERRIDDEN BY THE        *
000370*                    OPERATOR SUPPLYING A RECORD ON THE         *
000380*                    RUNOVRD DD (NORMALLY A DUMMY).             *
000382*    2026-10-15  PD  THE MONTH-END STREAM'S LAST CYCLE           *
000384*                    (CYC-PERIOD-END-CYCLE) CARRIES FORWARD ONTO *
000386*                    THE NEW CONTROL RECORD.                     *
000387*    2026-10-15  PD  THE INTRADAY STREAM'S LAST CYCLE            *
000388*                    (CYC-INTRADAY-CYCLE) CARRIES FORWARD ONTO   *
000389*                    THE NEW CONTROL RECORD.                     *
000390*****************************************************************
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
001470 1000-READ-CYCLE-CONTROL.
001480     MOVE 0 TO CYC-LAST-RUN-DATE OF CYCLE-CONTROL-REC.
001490     MOVE 0 TO CYC-CYCLE-NUMBER OF CYCLE-CONTROL-REC.
001495     MOVE 0 TO CYC-PERIOD-END-CYCLE OF CYCLE-CONTROL-REC.
001497     MOVE 0 TO CYC-INTRADAY-CYCLE OF CYCLE-CONTROL-REC.
001500     MOVE 'F' TO CYC-LAST-RUN-STATUS OF CYCLE-CONTROL-REC.
001510
001520     OPEN INPUT CYCLE-CONTROL-FILE.
003080         TO CYC-LAST-RUN-STATUS OF CYCLE-CONTROL-OUT-REC.
003090     MOVE WS-CYCLE-TYPE
003100         TO CYC-CYCLE-TYPE OF CYCLE-CONTROL-OUT-REC.
003103     MOVE CYC-PERIOD-END-CYCLE OF CYCLE-CONTROL-REC
003106         TO CYC-PERIOD-END-CYCLE OF CYCLE-CONTROL-OUT-REC.
003107     MOVE CYC-INTRADAY-CYCLE OF CYCLE-CONTROL-REC
003108         TO CYC-INTRADAY-CYCLE OF CYCLE-CONTROL-OUT-REC.
003110
003120*    THE LOCK - SET HERE, CLEARED ONLY AT CERTIFICATION.
003130     ACCEPT WS-CURRENT-TIME FROM TIME.
