000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    IDGATE01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - INTRADAY STREAM GATE.  RUNS     *
000100*                    FIRST IN DAYRUN, THE MIDDAY MINI-CYCLE     *
000110*                    THAT EDITS, POSTS AND ACKNOWLEDGES THE     *
000120*                    URGENT ORDERS KEYED THAT MORNING.  THE     *
000130*                    STREAM ONLY GOES AHEAD WHEN THE LAST NIGHT *
000140*                    HAS CERTIFIED (NO RUN IN FLIGHT) AND       *
000150*                    COMPLETED, AND THE NEXT NIGHT'S CYCLE HAS  *
000160*                    NOT ALREADY HAD AN INTRADAY RUN.  IT       *
000170*                    WRITES THE INTRADAY CYCLE'S OWN CONTROL    *
000180*                    RECORD (IDCYCCTL) CARRYING THE NEXT        *
000190*                    NIGHT'S CYCLE NUMBER, THEN TAKES THE CYCLE *
000200*                    LOCK THE SAME WAY MEGATE01 DOES, SO NO     *
000210*                    NIGHT STREAM CAN START UNDERNEATH IT, AND  *
000220*                    RUNBAL01 RELEASES IT AT CERTIFICATION.     *
000230*                    ANY REFUSAL ENDS RC 8 AND THE STREAM       *
000240*                    STOPS.                                     *
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-CYC-FILE-STATUS.
000320
000330     SELECT CYCLE-CONTROL-OUT ASSIGN TO CYCLCTLO
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-OUT-FILE-STATUS.
000360
000370     SELECT INTRADAY-CONTROL-OUT ASSIGN TO IDCYCCTL
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-IDC-FILE-STATUS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  CYCLE-CONTROL-FILE
000440     LABEL RECORDS ARE STANDARD.
000450     COPY CYCLCTL.
000460
000470 FD  CYCLE-CONTROL-OUT
000480     LABEL RECORDS ARE STANDARD.
000490     COPY CYCLCTL
000500         REPLACING CYCLE-CONTROL-REC BY CYCLE-CONTROL-OUT-REC.
000510
000520 FD  INTRADAY-CONTROL-OUT
000530     LABEL RECORDS ARE STANDARD.
000540     COPY CYCLCTL
000550         REPLACING CYCLE-CONTROL-REC BY INTRADAY-CONTROL-REC.
000560
000570 WORKING-STORAGE SECTION.
000580     01  WS-CYC-FILE-STATUS       PIC X(02).
000590         88  WS-CYC-OK            VALUE '00'.
000600
000610     01  WS-OUT-FILE-STATUS       PIC X(02).
000620         88  WS-OUT-OK            VALUE '00'.
000630
000640     01  WS-IDC-FILE-STATUS       PIC X(02).
000650         88  WS-IDC-OK            VALUE '00'.
000660
000670     01  WS-REFUSED-SW            PIC X(01) VALUE 'N'.
000680         88  WS-REFUSED           VALUE 'Y'.
000690
000700     01  WS-CURRENT-DATE          PIC 9(08).
000710     01  WS-CURRENT-TIME          PIC 9(08).
000720     01  WS-INTRADAY-CYCLE        PIC 9(07).
000730
000740 PROCEDURE DIVISION.
000750*****************************************************************
000760*    0000-MAINLINE                                              *
000770*****************************************************************
000780 0000-MAINLINE.
000790     PERFORM 1000-READ-CYCLE-CONTROL
000800         THRU 1000-READ-CYCLE-CONTROL-EXIT.
000810
000820     IF NOT WS-REFUSED
000830         PERFORM 2000-CHECK-CYCLE
000840             THRU 2000-CHECK-CYCLE-EXIT
000850     END-IF.
000860
000870     IF NOT WS-REFUSED
000880         PERFORM 3000-WRITE-INTRADAY-CONTROL
000890             THRU 3000-WRITE-INTRADAY-CONTROL-EXIT
000900     END-IF.
000910
000920     IF NOT WS-REFUSED
000930         PERFORM 4000-TAKE-CYCLE-LOCK
000940             THRU 4000-TAKE-CYCLE-LOCK-EXIT
000950     END-IF.
000960
000970     IF WS-REFUSED
000980         DISPLAY 'IDGATE01: INTRADAY STREAM STOPPED'
000990         MOVE 8 TO RETURN-CODE
001000     END-IF.
001010
001020     STOP RUN.
001030
001040*****************************************************************
001050*    1000-READ-CYCLE-CONTROL                                    *
001060*    THE INTRADAY STREAM CANNOT RUN WITHOUT A CYCLE-CONTROL     *
001070*    RECORD - THERE IS NO CYCLE NUMBER TO STAMP ITS WORK WITH.  *
001080*****************************************************************
001090 1000-READ-CYCLE-CONTROL.
001100     OPEN INPUT CYCLE-CONTROL-FILE.
001110     IF NOT WS-CYC-OK
001120         DISPLAY 'IDGATE01: OPEN CYCLE-CONTROL-FILE FAILED '
001130             WS-CYC-FILE-STATUS
001140         MOVE 'Y' TO WS-REFUSED-SW
001150         GO TO 1000-READ-CYCLE-CONTROL-EXIT
001160     END-IF.
001170
001180     READ CYCLE-CONTROL-FILE
001190         AT END
001200             DISPLAY 'IDGATE01: CYCLE-CONTROL-FILE IS EMPTY'
001210             MOVE 'Y' TO WS-REFUSED-SW
001220     END-READ.
001230     CLOSE CYCLE-CONTROL-FILE.
001240 1000-READ-CYCLE-CONTROL-EXIT.
001250     EXIT.
001260
001270*****************************************************************
001280*    2000-CHECK-CYCLE                                           *
001290*    THE LAST NIGHT MUST HAVE CERTIFIED (LOCK RELEASED) AND     *
001300*    COMPLETED, AND THE CYCLE THE NEXT NIGHT WILL RUN AS MUST   *
001310*    NOT ALREADY HAVE HAD ITS INTRADAY RUN - A SECOND ONE WOULD *
001320*    CUT THE CARRY FILES THE FIRST LEFT FOR THE NIGHT.          *
001330*****************************************************************
001340 2000-CHECK-CYCLE.
001350     IF CYC-IN-FLIGHT OF CYCLE-CONTROL-REC
001360         DISPLAY 'IDGATE01: A RUN IS ALREADY IN FLIGHT '
001370             '(STARTED ' CYC-RUN-START-DATE
001380             OF CYCLE-CONTROL-REC ' '
001390             CYC-RUN-START-TIME OF CYCLE-CONTROL-REC ')'
001400         MOVE 'Y' TO WS-REFUSED-SW
001410         GO TO 2000-CHECK-CYCLE-EXIT
001420     END-IF.
001430
001440     IF NOT CYC-STATUS-COMPLETE OF CYCLE-CONTROL-REC
001450         DISPLAY 'IDGATE01: CYCLE '
001460             CYC-CYCLE-NUMBER OF CYCLE-CONTROL-REC
001470             ' DID NOT COMPLETE'
001480         MOVE 'Y' TO WS-REFUSED-SW
001490         GO TO 2000-CHECK-CYCLE-EXIT
001500     END-IF.
001510
001520     COMPUTE WS-INTRADAY-CYCLE
001530         = CYC-CYCLE-NUMBER OF CYCLE-CONTROL-REC + 1.
001540
001550*    A RECORD CUT BEFORE THE FIELD EXISTED READS AS SPACES.
001560     IF CYC-INTRADAY-CYCLE OF CYCLE-CONTROL-REC IS NUMERIC
001570         IF CYC-INTRADAY-CYCLE OF CYCLE-CONTROL-REC
001580                 = WS-INTRADAY-CYCLE
001590             DISPLAY 'IDGATE01: INTRADAY ALREADY RUN FOR CYCLE '
001600                 WS-INTRADAY-CYCLE
001610             MOVE 'Y' TO WS-REFUSED-SW
001620             GO TO 2000-CHECK-CYCLE-EXIT
001630         END-IF
001640     END-IF.
001650
001660     DISPLAY 'IDGATE01: INTRADAY POSTING UNDER CYCLE '
001670         WS-INTRADAY-CYCLE.
001680 2000-CHECK-CYCLE-EXIT.
001690     EXIT.
001700
001710*****************************************************************
001720*    3000-WRITE-INTRADAY-CONTROL                                *
001730*    THE CONTROL RECORD THE INTRADAY STEPS READ IN PLACE OF THE *
001740*    REAL ONE - TODAY'S DATE AND THE CYCLE NUMBER THE NEXT      *
001750*    NIGHT WILL RUN AS.  ORDPOST1 STAMPS ITS JOURNALS AND       *
001760*    CHECKPOINT WITH IT AND BALPRF01 NETS THE MOVEMENT UNDER    *
001770*    IT, SO THE NIGHT'S PROOF PICKS THE INTRADAY MOVEMENT UP AS *
001780*    ITS OWN.  IT IS WRITTEN BEFORE THE LOCK SO A FAILURE HERE  *
001790*    LEAVES NOTHING HELD.                                       *
001800*****************************************************************
001810 3000-WRITE-INTRADAY-CONTROL.
001820     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001830     ACCEPT WS-CURRENT-TIME FROM TIME.
001840
001850     MOVE CYCLE-CONTROL-REC TO INTRADAY-CONTROL-REC.
001860     MOVE WS-CURRENT-DATE
001870         TO CYC-LAST-RUN-DATE OF INTRADAY-CONTROL-REC.
001880     MOVE WS-INTRADAY-CYCLE
001890         TO CYC-CYCLE-NUMBER OF INTRADAY-CONTROL-REC
001900            CYC-INTRADAY-CYCLE OF INTRADAY-CONTROL-REC.
001910     MOVE 'Y' TO CYC-IN-FLIGHT-FLAG OF INTRADAY-CONTROL-REC.
001920     MOVE WS-CURRENT-DATE
001930         TO CYC-RUN-START-DATE OF INTRADAY-CONTROL-REC.
001940     MOVE WS-CURRENT-TIME
001950         TO CYC-RUN-START-TIME OF INTRADAY-CONTROL-REC.
001960
001970     OPEN OUTPUT INTRADAY-CONTROL-OUT.
001980     IF NOT WS-IDC-OK
001990         DISPLAY 'IDGATE01: OPEN INTRADAY-CONTROL-OUT FAILED '
002000             WS-IDC-FILE-STATUS
002010         MOVE 'Y' TO WS-REFUSED-SW
002020         GO TO 3000-WRITE-INTRADAY-CONTROL-EXIT
002030     END-IF.
002040     WRITE INTRADAY-CONTROL-REC.
002050     CLOSE INTRADAY-CONTROL-OUT.
002060 3000-WRITE-INTRADAY-CONTROL-EXIT.
002070     EXIT.
002080
002090*****************************************************************
002100*    4000-TAKE-CYCLE-LOCK                                       *
002110*    REWRITE THE CONTROL RECORD IN FLIGHT, STAMPED WITH THIS    *
002120*    RUN'S START AND MARKED AS HAVING HAD ITS INTRADAY RUN.     *
002130*    THE CYCLE NUMBER AND LAST-RUN DATE ARE LEFT ALONE - ONLY   *
002140*    CYCLCTL1 ADVANCES THE CYCLE.  THE REST OF THE RECORD       *
002150*    CARRIES UNCHANGED.                                         *
002160*****************************************************************
002170 4000-TAKE-CYCLE-LOCK.
002180     MOVE CYCLE-CONTROL-REC TO CYCLE-CONTROL-OUT-REC.
002190     MOVE 'Y' TO CYC-IN-FLIGHT-FLAG OF CYCLE-CONTROL-OUT-REC.
002200     MOVE WS-CURRENT-DATE
002210         TO CYC-RUN-START-DATE OF CYCLE-CONTROL-OUT-REC.
002220     MOVE WS-CURRENT-TIME
002230         TO CYC-RUN-START-TIME OF CYCLE-CONTROL-OUT-REC.
002240     MOVE WS-INTRADAY-CYCLE
002250         TO CYC-INTRADAY-CYCLE OF CYCLE-CONTROL-OUT-REC.
002260
002270     OPEN OUTPUT CYCLE-CONTROL-OUT.
002280     IF NOT WS-OUT-OK
002290         DISPLAY 'IDGATE01: OPEN CYCLE-CONTROL-OUT FAILED '
002300             WS-OUT-FILE-STATUS
002310         MOVE 'Y' TO WS-REFUSED-SW
002320         GO TO 4000-TAKE-CYCLE-LOCK-EXIT
002330     END-IF.
002340     WRITE CYCLE-CONTROL-OUT-REC.
002350     CLOSE CYCLE-CONTROL-OUT.
002360     DISPLAY 'IDGATE01: CYCLE LOCK TAKEN'.
002370 4000-TAKE-CYCLE-LOCK-EXIT.
002380     EXIT.
