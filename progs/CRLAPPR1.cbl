000200*                    CARRIED FORWARD.  BOTH OPERATOR IDS -       *
000210*                    REQUESTER AND APPROVER - PRINT ON THE       *
000220*                    ACTIVITY REGISTER FOR THE AUDIT TRAIL.      *
000221*    2026-10-15  PD  EVERY DECISION IS NOW HELD AGAINST THE      *
000222*                    OPERATOR AUTHORIZATION FILE (AUTPROC.CPY)   *
000223*                    UNDER ITS DECISION CODE.  A DECISION KEYED  *
000224*                    WITHOUT A CURRENT GRANT IS NOT ACTED ON -   *
000225*                    THE CHANGE IS CARRIED FORWARD STILL         *
000226*                    PENDING, LISTED AS REFUSED AND LOGGED TO    *
000227*                    THE ACCESS-VIOLATION FILE, AND THE RUN ENDS *
000228*                    RC 4.                                       *
000230*    2026-10-15  PD  THE CUSTOMER-MASTER JOURNAL IS OPENED AND   *
000232*                    CLOSED THROUGH 9610/9620-CUST-JOURNAL SO    *
000234*                    EACH RECORD IS SEALED INTO THE CHAIN AND    *
000236*                    THE RUN'S GENERATION ENDS IN A TRAILER.     *
000238*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000530     SELECT APPROVAL-REGISTER-RPT ASSIGN TO CRLREGRP
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-RPT-FILE-STATUS.
000551
000552     SELECT OPERATOR-AUTH-FILE ASSIGN TO OPRAUTH
000553         ORGANIZATION IS LINE SEQUENTIAL
000554         FILE STATUS IS WS-AUT-FILE-STATUS.
000555
000556     SELECT ACCESS-VIOLATION-FILE ASSIGN TO AUTHVIOL
000557         ORGANIZATION IS LINE SEQUENTIAL
000558         FILE STATUS IS WS-AVL-FILE-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000940 FD  APPROVAL-REGISTER-RPT
000950     LABEL RECORDS ARE STANDARD.
000960     01  APPROVAL-REGISTER-LINE   PIC X(80).
000961
000962 FD  OPERATOR-AUTH-FILE
000963     LABEL RECORDS ARE STANDARD.
000964     COPY OPRAUTH.
000965
000966 FD  ACCESS-VIOLATION-FILE
000967     LABEL RECORDS ARE STANDARD.
000968     COPY AUTVIOL.
000970
000980 WORKING-STORAGE SECTION.
000990     01  WS-CUST-FILE-STATUS      PIC X(02).
001190         88  WS-RPT-OK            VALUE '00'.
001200
001210     COPY CMJWORK.
001211     COPY JCHWORK.
001213
001216     COPY AUTWORK.
001220
001230     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
001240         88  WS-EOF               VALUE 'Y'.
001460         05  WS-APPROVED-COUNT    PIC 9(07) COMP VALUE 0.
001470         05  WS-REJECTED-COUNT    PIC 9(07) COMP VALUE 0.
001480         05  WS-CARRIED-COUNT     PIC 9(07) COMP VALUE 0.
001485         05  WS-REFUSED-COUNT     PIC 9(07) COMP VALUE 0.
001490
001500*****************************************************************
001510*    ACTIVITY REGISTER LINE LAYOUTS                             *
001970         WS-REJECTED-COUNT.
001980     DISPLAY 'CRLAPPR1: CARRIED FORWARD....... '
001990         WS-CARRIED-COUNT.
001993     DISPLAY 'CRLAPPR1: REFUSED - NO AUTHORITY '
001996         WS-REFUSED-COUNT.
002000
002010*    GRADED CONDITION CODE - 0 CLEAN, 4 COMPLETED WITH
002020*    EXCEPTIONS, 8 FAILED (SET WHERE THE FAILURE IS SEEN).
002030     IF WS-REJECTED-COUNT > 0 OR WS-REFUSED-COUNT > 0
002040         IF RETURN-CODE < 4
002050             MOVE 4 TO RETURN-CODE
002060         END-IF
002440     PERFORM 1100-LOAD-DECISIONS
002450         THRU 1100-LOAD-DECISIONS-EXIT.
002460
002466     PERFORM 9610-OPEN-CUST-JOURNAL
002472         THRU 9610-OPEN-CUST-JOURNAL-EXIT.
002480     IF NOT WS-CMJ-OK
002490         DISPLAY 'CRLAPPR1: OPEN CUST-JOURNAL-FILE FAILED '
002500             WS-CMJ-FILE-STATUS
002700     END-IF.
002710
002720     WRITE APPROVAL-REGISTER-LINE FROM WS-HEADING-LINE.
002721
002722     MOVE 'CRLAPPR1' TO WS-AUT-PROGRAM.
002723     ACCEPT WS-AUT-DATE FROM DATE YYYYMMDD.
002724     PERFORM 9300-LOAD-AUTHORITY
002725         THRU 9300-LOAD-AUTHORITY-EXIT.
002730
002740     IF NOT WS-EOF
002750         PERFORM 8000-READ-PENDING
003200
003210*****************************************************************
003220*    2000-ACTION-PENDING                                        *
003222*    A DECISION KEYED WITHOUT A CURRENT GRANT FOR ITS CODE      *
003224*    LEAVES THE CHANGE PENDING FOR A PROPERLY AUTHORIZED        *
003226*    APPROVER.                                                  *
003230*****************************************************************
003240 2000-ACTION-PENDING.
003250     ADD 1 TO WS-READ-COUNT.
003320     MOVE CLA-NEW-LIMIT    TO WS-DET-NEW-LIMIT.
003330     MOVE CLA-REQUESTED-BY TO WS-DET-REQUESTED-BY.
003340     MOVE SPACES           TO WS-DET-APPROVER.
003341
003342     IF WS-DEC-FOUND
003343         MOVE WS-DEC-APPROVER(WS-DEC-HIT-SUB) TO WS-AUT-OPERATOR
003344         MOVE WS-DEC-DECISION(WS-DEC-HIT-SUB) TO WS-AUT-ACTION
003345         MOVE CLA-CUST-ID                     TO WS-AUT-KEY
003346         PERFORM 9320-CHECK-AUTHORITY
003347             THRU 9320-CHECK-AUTHORITY-EXIT
003348     END-IF.
003350
003360     EVALUATE TRUE
003370         WHEN NOT WS-DEC-FOUND
003380             PERFORM 2400-CARRY-FORWARD
003390                 THRU 2400-CARRY-FORWARD-EXIT
003391         WHEN NOT WS-AUT-GRANTED
003392             ADD 1 TO WS-REFUSED-COUNT
003393             MOVE WS-DEC-APPROVER(WS-DEC-HIT-SUB)
003394                 TO WS-DET-APPROVER
003395             MOVE 'REFUSED - NO AUTHORITY'
003396                 TO WS-DET-DISPOSITION
003397             WRITE APPROVAL-REGISTER-LINE FROM WS-DETAIL-LINE
003398             PERFORM 2400-CARRY-FORWARD
003399                 THRU 2400-CARRY-FORWARD-EXIT
003400         WHEN WS-DEC-APPROVER(WS-DEC-HIT-SUB)
003410                 = CLA-REQUESTED-BY
003420*            NO OPERATOR RELEASES HIS OWN REQUEST.
004470     MOVE 'CARRIED FORWARD...........' TO WS-CNT-TITLE.
004480     MOVE WS-CARRIED-COUNT TO WS-CNT-VALUE.
004490     WRITE APPROVAL-REGISTER-LINE FROM WS-COUNT-LINE.
004492
004494     MOVE 'REFUSED - NO AUTHORITY....' TO WS-CNT-TITLE.
004496     MOVE WS-REFUSED-COUNT TO WS-CNT-VALUE.
004498     WRITE APPROVAL-REGISTER-LINE FROM WS-COUNT-LINE.
004500 3000-PRINT-TOTALS-EXIT.
004510     EXIT.
004520
004720         CLOSE CREDIT-LIMIT-APPROVAL-FILE
004730     END-IF.
004740     CLOSE CREDIT-LIMIT-APPROVAL-OUT.
004746     PERFORM 9620-CLOSE-CUST-JOURNAL
004752         THRU 9620-CLOSE-CUST-JOURNAL-EXIT.
004760     CLOSE APPROVAL-REGISTER-RPT.
004763     PERFORM 9340-CLOSE-AUTHORITY
004766         THRU 9340-CLOSE-AUTHORITY-EXIT.
004770 9999-TERMINATE-EXIT.
004780     EXIT.
004790
004820*    SHARED FORWARD-RECOVERY JOURNAL WRITER - SEE CMJPROC.CPY.  *
004830*****************************************************************
004840     COPY CMJPROC.
004841
004842*****************************************************************
004843*    9650-COMPUTE-CHAIN-VALUE                                   *
004844*    SHARED JOURNAL CHAIN ROUTINES - SEE JCHPROC.CPY.           *
004845*****************************************************************
004846     COPY JCHPROC.
004850
004860*****************************************************************
004870*    9300-LOAD-AUTHORITY                                        *
004880*    SHARED OPERATOR-AUTHORIZATION ROUTINES - SEE AUTPROC.CPY.  *
004890*****************************************************************
004900     COPY AUTPROC.
