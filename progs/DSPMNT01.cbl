000170*                    DUNNOT01 IGNORES IT FOR SEVERITY.  EVERY    *
000180*                    ACTION IS LISTED ON THE DISPUTE REGISTER    *
000190*                    WITH THE KEYING OPERATOR.                   *
000191*    2026-10-15  PD  EVERY TRANSACTION IS NOW HELD AGAINST THE   *
000192*                    OPERATOR AUTHORIZATION FILE (AUTPROC.CPY).  *
000193*                    AN OPERATOR WITHOUT A CURRENT GRANT FOR THE *
000194*                    ACTION IS REFUSED ON THE REGISTER AND       *
000195*                    LOGGED TO THE ACCESS-VIOLATION FILE.        *
000200*****************************************************************
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000340     SELECT DISPUTE-REGISTER-RPT ASSIGN TO DSPREGRP
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-RPT-FILE-STATUS.
000361
000362     SELECT OPERATOR-AUTH-FILE ASSIGN TO OPRAUTH
000363         ORGANIZATION IS LINE SEQUENTIAL
000364         FILE STATUS IS WS-AUT-FILE-STATUS.
000365
000366     SELECT ACCESS-VIOLATION-FILE ASSIGN TO AUTHVIOL
000367         ORGANIZATION IS LINE SEQUENTIAL
000368         FILE STATUS IS WS-AVL-FILE-STATUS.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000480 FD  DISPUTE-REGISTER-RPT
000490     LABEL RECORDS ARE STANDARD.
000500     01  DISPUTE-REGISTER-LINE    PIC X(80).
000501
000502 FD  OPERATOR-AUTH-FILE
000503     LABEL RECORDS ARE STANDARD.
000504     COPY OPRAUTH.
000505
000506 FD  ACCESS-VIOLATION-FILE
000507     LABEL RECORDS ARE STANDARD.
000508     COPY AUTVIOL.
000510
000520 WORKING-STORAGE SECTION.
000530     01  WS-DSP-FILE-STATUS       PIC X(02).
000650         88  WS-EOF               VALUE 'Y'.
000660
000670     01  WS-FAIL-REASON           PIC X(30).
000673
000676     COPY AUTWORK.
000680
000690*****************************************************************
000700*    CONTROL TOTALS                                             *
001640     END-IF.
001650
001660     WRITE DISPUTE-REGISTER-LINE FROM WS-HEADING-LINE.
001661
001662     MOVE 'DSPMNT01' TO WS-AUT-PROGRAM.
001663     ACCEPT WS-AUT-DATE FROM DATE YYYYMMDD.
001664     PERFORM 9300-LOAD-AUTHORITY
001665         THRU 9300-LOAD-AUTHORITY-EXIT.
001670
001680     PERFORM 8000-READ-TRANSACTION
001690         THRU 8000-READ-TRANSACTION-EXIT.
001800     IF NOT DSP-RAISE AND NOT DSP-CLEAR
001810         MOVE 'INVALID ACTION CODE' TO WS-FAIL-REASON
001820     END-IF.
001821
001822     MOVE DSP-OPERATOR-ID TO WS-AUT-OPERATOR.
001823     MOVE DSP-ACTION      TO WS-AUT-ACTION.
001824     MOVE DSP-ORDER-ID    TO WS-AUT-KEY.
001825     PERFORM 9320-CHECK-AUTHORITY
001826         THRU 9320-CHECK-AUTHORITY-EXIT.
001827     IF NOT WS-AUT-GRANTED
001828         MOVE WS-AUT-REASON TO WS-FAIL-REASON
001829     END-IF.
001830
001840     IF WS-FAIL-REASON = SPACES
001850         MOVE DSP-ORDER-ID TO OPI-ORDER-ID
002880         CLOSE OPEN-ITEM-FILE
002890     END-IF.
002900     CLOSE DISPUTE-REGISTER-RPT.
002903     PERFORM 9340-CLOSE-AUTHORITY
002906         THRU 9340-CLOSE-AUTHORITY-EXIT.
002910 9999-TERMINATE-EXIT.
002920     EXIT.
002930
002940*****************************************************************
002950*    9300-LOAD-AUTHORITY                                        *
002960*    SHARED OPERATOR-AUTHORIZATION ROUTINES - SEE AUTPROC.CPY.  *
002970*****************************************************************
002980     COPY AUTPROC.
