000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    MEGATE01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - MONTH-END STREAM GATE.  RUNS     *
000100*                    FIRST IN MONTHRUN.  THE STREAM ONLY GOES    *
000110*                    AHEAD WHEN THE CYCLE-CONTROL RECORD SHOWS   *
000120*                    A MONTH-END OR QUARTER-END CYCLE THAT THE   *
000130*                    NIGHT STREAM HAS CERTIFIED (NO RUN IN       *
000140*                    FLIGHT) AND THAT HAS NOT ALREADY HAD ITS    *
000150*                    MONTH-END.  IT THEN TAKES THE CYCLE LOCK    *
000160*                    THE SAME WAY CYCLCTL1 DOES, SO NO NIGHT     *
000170*                    STREAM CAN START UNDERNEATH THE MONTH-END,  *
000180*                    AND RUNBAL01 RELEASES IT AT CERTIFICATION.  *
000190*                    ANY REFUSAL ENDS RC 8 AND THE STREAM STOPS. *
000200*                    A FAILED MONTH-END IS RESUMED BY RESTARTING *
000210*                    AT THE STEP RSTPLN01 NAMES, NEVER BY        *
000220*                    RESUBMITTING FROM THE TOP.                  *
000230*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-CYC-FILE-STATUS.
000300
000310     SELECT CYCLE-CONTROL-OUT ASSIGN TO CYCLCTLO
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-OUT-FILE-STATUS.
000340
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  CYCLE-CONTROL-FILE
000380     LABEL RECORDS ARE STANDARD.
000390     COPY CYCLCTL.
000400
000410 FD  CYCLE-CONTROL-OUT
000420     LABEL RECORDS ARE STANDARD.
000430     COPY CYCLCTL
000440         REPLACING CYCLE-CONTROL-REC BY CYCLE-CONTROL-OUT-REC.
000450
000460 WORKING-STORAGE SECTION.
000470     01  WS-CYC-FILE-STATUS       PIC X(02).
000480         88  WS-CYC-OK            VALUE '00'.
000490
000500     01  WS-OUT-FILE-STATUS       PIC X(02).
000510         88  WS-OUT-OK            VALUE '00'.
000520
000530     01  WS-REFUSED-SW            PIC X(01) VALUE 'N'.
000540         88  WS-REFUSED           VALUE 'Y'.
000550
000560     01  WS-CURRENT-DATE          PIC 9(08).
000570     01  WS-CURRENT-TIME          PIC 9(08).
000580
000590 PROCEDURE DIVISION.
000600*****************************************************************
000610*    0000-MAINLINE                                              *
000620*****************************************************************
000630 0000-MAINLINE.
000640     PERFORM 1000-READ-CYCLE-CONTROL
000650         THRU 1000-READ-CYCLE-CONTROL-EXIT.
000660
000670     IF NOT WS-REFUSED
000680         PERFORM 2000-CHECK-CYCLE
000690             THRU 2000-CHECK-CYCLE-EXIT
000700     END-IF.
000710
000720     IF NOT WS-REFUSED
000730         PERFORM 3000-TAKE-CYCLE-LOCK
000740             THRU 3000-TAKE-CYCLE-LOCK-EXIT
000750     END-IF.
000760
000770     IF WS-REFUSED
000780         DISPLAY 'MEGATE01: MONTH-END STREAM STOPPED'
000790         MOVE 8 TO RETURN-CODE
000800     END-IF.
000810
000820     STOP RUN.
000830
000840*****************************************************************
000850*    1000-READ-CYCLE-CONTROL                                    *
000860*    UNLIKE THE NIGHT STREAM, THE MONTH-END CANNOT RUN WITHOUT  *
000870*    A CYCLE-CONTROL RECORD - THERE IS NO CYCLE TYPE TO TRUST.  *
000880*****************************************************************
000890 1000-READ-CYCLE-CONTROL.
000900     OPEN INPUT CYCLE-CONTROL-FILE.
000910     IF NOT WS-CYC-OK
000920         DISPLAY 'MEGATE01: OPEN CYCLE-CONTROL-FILE FAILED '
000930             WS-CYC-FILE-STATUS
000940         MOVE 'Y' TO WS-REFUSED-SW
000950         GO TO 1000-READ-CYCLE-CONTROL-EXIT
000960     END-IF.
000970
000980     READ CYCLE-CONTROL-FILE
000990         AT END
001000             DISPLAY 'MEGATE01: CYCLE-CONTROL-FILE IS EMPTY'
001010             MOVE 'Y' TO WS-REFUSED-SW
001020     END-READ.
001030     CLOSE CYCLE-CONTROL-FILE.
001040 1000-READ-CYCLE-CONTROL-EXIT.
001050     EXIT.
001060
001070*****************************************************************
001080*    2000-CHECK-CYCLE                                           *
001090*    THE NIGHT MUST HAVE CERTIFIED (LOCK RELEASED), THE CYCLE   *
001100*    MUST BE A PERIOD-END, AND ITS MONTH-END MUST NOT HAVE RUN. *
001110*****************************************************************
001120 2000-CHECK-CYCLE.
001130     IF CYC-IN-FLIGHT OF CYCLE-CONTROL-REC
001140         DISPLAY 'MEGATE01: A RUN IS ALREADY IN FLIGHT '
001150             '(STARTED ' CYC-RUN-START-DATE
001160             OF CYCLE-CONTROL-REC ' '
001170             CYC-RUN-START-TIME OF CYCLE-CONTROL-REC ')'
001180         MOVE 'Y' TO WS-REFUSED-SW
001190         GO TO 2000-CHECK-CYCLE-EXIT
001200     END-IF.
001210
001220     IF NOT CYC-STATUS-COMPLETE OF CYCLE-CONTROL-REC
001230         DISPLAY 'MEGATE01: CYCLE '
001240             CYC-CYCLE-NUMBER OF CYCLE-CONTROL-REC
001250             ' DID NOT COMPLETE'
001260         MOVE 'Y' TO WS-REFUSED-SW
001270         GO TO 2000-CHECK-CYCLE-EXIT
001280     END-IF.
001290
001300     IF NOT CYC-TYPE-MONTH-END OF CYCLE-CONTROL-REC
001310             AND NOT CYC-TYPE-QUARTER-END OF CYCLE-CONTROL-REC
001320         DISPLAY 'MEGATE01: CYCLE '
001330             CYC-CYCLE-NUMBER OF CYCLE-CONTROL-REC
001340             ' IS NOT A PERIOD-END CYCLE'
001350         MOVE 'Y' TO WS-REFUSED-SW
001360         GO TO 2000-CHECK-CYCLE-EXIT
001370     END-IF.
001380
001390*    A RECORD CUT BEFORE THE FIELD EXISTED READS AS SPACES.
001400     IF CYC-PERIOD-END-CYCLE OF CYCLE-CONTROL-REC IS NUMERIC
001410         IF CYC-PERIOD-END-CYCLE OF CYCLE-CONTROL-REC
001420                 = CYC-CYCLE-NUMBER OF CYCLE-CONTROL-REC
001430             DISPLAY 'MEGATE01: MONTH-END ALREADY RUN FOR CYCLE '
001440                 CYC-CYCLE-NUMBER OF CYCLE-CONTROL-REC
001450             MOVE 'Y' TO WS-REFUSED-SW
001460             GO TO 2000-CHECK-CYCLE-EXIT
001470         END-IF
001480     END-IF.
001490
001500     IF CYC-TYPE-QUARTER-END OF CYCLE-CONTROL-REC
001510         DISPLAY 'MEGATE01: QUARTER-END CYCLE '
001520             CYC-CYCLE-NUMBER OF CYCLE-CONTROL-REC
001530     ELSE
001540         DISPLAY 'MEGATE01: MONTH-END CYCLE '
001550             CYC-CYCLE-NUMBER OF CYCLE-CONTROL-REC
001560     END-IF.
001570 2000-CHECK-CYCLE-EXIT.
001580     EXIT.
001590
001600*****************************************************************
001610*    3000-TAKE-CYCLE-LOCK                                       *
001620*    REWRITE THE CONTROL RECORD IN FLIGHT, STAMPED WITH THIS    *
001630*    RUN'S START AND MARKED AS HAVING HAD ITS MONTH-END.  THE   *
001640*    REST OF THE RECORD CARRIES UNCHANGED.                      *
001650*****************************************************************
001660 3000-TAKE-CYCLE-LOCK.
001670     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001680     ACCEPT WS-CURRENT-TIME FROM TIME.
001690
001700     MOVE CYCLE-CONTROL-REC TO CYCLE-CONTROL-OUT-REC.
001710     MOVE 'Y' TO CYC-IN-FLIGHT-FLAG OF CYCLE-CONTROL-OUT-REC.
001720     MOVE WS-CURRENT-DATE
001730         TO CYC-RUN-START-DATE OF CYCLE-CONTROL-OUT-REC.
001740     MOVE WS-CURRENT-TIME
001750         TO CYC-RUN-START-TIME OF CYCLE-CONTROL-OUT-REC.
001760     MOVE CYC-CYCLE-NUMBER OF CYCLE-CONTROL-REC
001770         TO CYC-PERIOD-END-CYCLE OF CYCLE-CONTROL-OUT-REC.
001780
001790     OPEN OUTPUT CYCLE-CONTROL-OUT.
001800     IF NOT WS-OUT-OK
001810         DISPLAY 'MEGATE01: OPEN CYCLE-CONTROL-OUT FAILED '
001820             WS-OUT-FILE-STATUS
001830         MOVE 'Y' TO WS-REFUSED-SW
001840         GO TO 3000-TAKE-CYCLE-LOCK-EXIT
001850     END-IF.
001860     WRITE CYCLE-CONTROL-OUT-REC.
001870     CLOSE CYCLE-CONTROL-OUT.
001880     DISPLAY 'MEGATE01: CYCLE LOCK TAKEN'.
001890 3000-TAKE-CYCLE-LOCK-EXIT.
001900     EXIT.
