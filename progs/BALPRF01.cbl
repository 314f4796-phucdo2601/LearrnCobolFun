000190*                    STOPS INSTEAD OF CARRYING A BAD MASTER      *
000200*                    FORWARD.  ON THE FIRST EVER RUN (NO PRIOR   *
000210*                    SNAPSHOT) ONLY THE SNAPSHOT IS WRITTEN.     *
000212*    2026-10-15  PD  THE GENERATION TRAILERS NOW CLOSING EACH    *
000214*                    RUN'S STRETCH OF THE CUSTOMER-MASTER        *
000216*                    JOURNAL ARE SKIPPED.                        *
000217*    2026-10-15  PD  THE MIDDAY INTRADAY RUN POSTS UNDER THE     *
000218*                    CYCLE NUMBER THE NIGHT RUNS AS, SO ITS      *
000219*                    JOURNALLED MOVEMENT IS NETTED HERE WITH THE *
000220*                    NIGHT'S AND THE PROOF TIES ACROSS BOTH.     *
000221*                    WHEN THE INTRADAY RUN'S OWN PROVED SNAPSHOT *
000222*                    (THE OPTIONAL BALSNAPI DD) IS FOR TONIGHT'S *
000223*                    CYCLE, THE MOVEMENT IS SPLIT ON THE REPORT  *
000224*                    INTO THE INTRADAY SHARE AND THIS RUN'S.     *
000225*                    THE INTRADAY STREAM RUNS THIS STEP AGAINST  *
000226*                    ITS OWN CONTROL RECORD AND WRITES ITS       *
000227*                    SNAPSHOT TO BALSNAPI, LEAVING THE NIGHTLY   *
000228*                    GENERATIONS ALONE.                          *
000229*****************************************************************
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000440     SELECT BALANCE-SNAPSHOT-OUT ASSIGN TO BALSNAPO
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-SNO-FILE-STATUS.
000462
000464     SELECT INTRADAY-SNAPSHOT-FILE ASSIGN TO BALSNAPI
000466         ORGANIZATION IS LINE SEQUENTIAL
000468         FILE STATUS IS WS-SNI-FILE-STATUS.
000470
000480     SELECT BALANCE-PROOF-RPT ASSIGN TO BALPRFRP
000490         ORGANIZATION IS LINE SEQUENTIAL
000800         BSN-CYCLE-NUMBER BY BSO-CYCLE-NUMBER
000810         BSN-CUSTOMER-COUNT BY BSO-CUSTOMER-COUNT
000820         BSN-BALANCE-TOTAL BY BSO-BALANCE-TOTAL.
000821
000822 FD  INTRADAY-SNAPSHOT-FILE
000823     LABEL RECORDS ARE STANDARD.
000824     COPY BALSNAP
000825         REPLACING BALANCE-SNAPSHOT-REC
000826             BY INTRADAY-SNAPSHOT-REC
000827         BSN-SNAPSHOT-DATE BY BSI-SNAPSHOT-DATE
000828         BSN-CYCLE-NUMBER BY BSI-CYCLE-NUMBER
000829         BSN-CUSTOMER-COUNT BY BSI-CUSTOMER-COUNT
000830         BSN-BALANCE-TOTAL BY BSI-BALANCE-TOTAL.
000831
000840 FD  BALANCE-PROOF-RPT
000850     LABEL RECORDS ARE STANDARD.
000860     01  BALANCE-PROOF-LINE       PIC X(80).
001110
001120     01  WS-SNO-FILE-STATUS       PIC X(02).
001130         88  WS-SNO-OK            VALUE '00'.
001132
001134     01  WS-SNI-FILE-STATUS       PIC X(02).
001136         88  WS-SNI-OK            VALUE '00'.
001140
001150     01  WS-RPT-FILE-STATUS       PIC X(02).
001160         88  WS-RPT-OK            VALUE '00'.
001230
001240     01  WS-PRIOR-FOUND-SW        PIC X(01) VALUE 'N'.
001250         88  WS-PRIOR-FOUND       VALUE 'Y'.
001252
001254     01  WS-INTRADAY-FOUND-SW     PIC X(01) VALUE 'N'.
001256         88  WS-INTRADAY-FOUND    VALUE 'Y'.
001260
001270*****************************************************************
001280*    THE BALANCE IS PICKED OUT OF THE JOURNAL IMAGES AT ITS     *
001450     01  WS-MOVEMENT-TOTAL        PIC S9(11)V9(02) VALUE 0.
001460     01  WS-EXPECTED-TOTAL        PIC S9(11)V9(02) VALUE 0.
001470     01  WS-DIFFERENCE            PIC S9(11)V9(02) VALUE 0.
001473     01  WS-INTRADAY-TOTAL        PIC S9(11)V9(02) VALUE 0.
001476     01  WS-INTRADAY-MOVEMENT     PIC S9(11)V9(02) VALUE 0.
001480     01  WS-JOURNAL-COUNT         PIC 9(07) COMP VALUE 0.
001490
001500*****************************************************************
002460         END-IF
002470     END-IF.
002480
002481*    THE INTRADAY RUN'S PROVED SNAPSHOT COUNTS ONLY WHEN IT WAS
002482*    TAKEN UNDER THIS CYCLE - AN OLDER ONE IS ALREADY INSIDE THE
002483*    PRIOR SNAPSHOT.
002484     OPEN INPUT INTRADAY-SNAPSHOT-FILE.
002485     IF WS-SNI-OK
002486         READ INTRADAY-SNAPSHOT-FILE
002487             AT END
002488                 CONTINUE
002489             NOT AT END
002490                 IF WS-CYCLE-NUMBER > 0
002491                         AND BSI-CYCLE-NUMBER = WS-CYCLE-NUMBER
002492                     MOVE 'Y' TO WS-INTRADAY-FOUND-SW
002493                     MOVE BSI-BALANCE-TOTAL TO WS-INTRADAY-TOTAL
002494                 END-IF
002495         END-READ
002496         CLOSE INTRADAY-SNAPSHOT-FILE
002497     END-IF.
002498
002499     OPEN OUTPUT BALANCE-SNAPSHOT-OUT.
002500     IF NOT WS-SNO-OK
002510         DISPLAY 'BALPRF01: OPEN BALANCE-SNAPSHOT-OUT FAILED '
002520             WS-SNO-FILE-STATUS
002980*    APPLIES.                                                   *
002990*****************************************************************
003000 3000-NET-JOURNAL-MOVEMENT.
003002*    A GENERATION TRAILER CARRIES NO BALANCE.
003004     IF CMJ-ACTION-TRAILER
003006         GO TO 3000-NET-JOURNAL-NEXT
003008     END-IF.
003010     ADD 1 TO WS-JOURNAL-COUNT.
003020
003030     IF WS-CYCLE-NUMBER > 0
003390     MOVE 'JOURNALLED MOVEMENT.......' TO WS-PRF-TITLE.
003400     MOVE WS-MOVEMENT-TOTAL TO WS-PRF-AMOUNT.
003410     WRITE BALANCE-PROOF-LINE FROM WS-PRF-AMOUNT-LINE.
003411
003412*    THE INTRADAY RUN PROVED ITS TOTAL AGAINST THE SAME PRIOR
003413*    SNAPSHOT, SO THE DIFFERENCE IS ITS SHARE OF THE MOVEMENT.
003414     IF WS-INTRADAY-FOUND AND WS-PRIOR-FOUND
003415         COMPUTE WS-INTRADAY-MOVEMENT
003416             = WS-INTRADAY-TOTAL - WS-PRIOR-TOTAL
003417         MOVE '  OF WHICH INTRADAY.......' TO WS-PRF-TITLE
003418         MOVE WS-INTRADAY-MOVEMENT TO WS-PRF-AMOUNT
003419         WRITE BALANCE-PROOF-LINE FROM WS-PRF-AMOUNT-LINE
003420         MOVE '  OF WHICH THIS RUN.......' TO WS-PRF-TITLE
003421         COMPUTE WS-PRF-AMOUNT
003422             = WS-MOVEMENT-TOTAL - WS-INTRADAY-MOVEMENT
003423         WRITE BALANCE-PROOF-LINE FROM WS-PRF-AMOUNT-LINE
003424     END-IF.
003425
003430     MOVE 'TONIGHT MASTER TOTAL......' TO WS-PRF-TITLE.
003440     MOVE WS-TONIGHT-TOTAL TO WS-PRF-AMOUNT.
003450     WRITE BALANCE-PROOF-LINE FROM WS-PRF-AMOUNT-LINE.
