000010*****************************************************************
000020*    AUTPROC.CPY                                                *
000030*    SHARED OPERATOR-AUTHORIZATION ROUTINES.  COPY THIS INTO    *
000040*    THE PROCEDURE DIVISION (THE WAY CMJPROC.CPY IS SHARED)     *
000050*    AFTER DECLARING OPERATOR-AUTH-FILE WITH OPRAUTH.CPY AND    *
000060*    ACCESS-VIOLATION-FILE WITH AUTVIOL.CPY UNDER THEIR FDS,    *
000070*    STATUSES WS-AUT-FILE-STATUS AND WS-AVL-FILE-STATUS, AND    *
000080*    COPYING AUTWORK.CPY INTO WORKING-STORAGE.  WITHOUT THE     *
000090*    AUTHORIZATION FILE NO GRANT CAN BE TRUSTED, SO EVERY       *
000100*    KEYED TRANSACTION IS REFUSED.  EVERY REFUSAL IS WRITTEN TO *
000110*    THE ACCESS-VIOLATION FILE FOR THE DAILY AUDIT REPORT.      *
000120*-----------------------------------------------------------------
000130*    MOD-HISTORY                                                *
000140*    2026-10-15  PD    ORIGINAL PARAGRAPHS.                     *
000150*****************************************************************
000160 9300-LOAD-AUTHORITY.
000170     MOVE 0 TO WS-AUT-COUNT.
000180     OPEN EXTEND ACCESS-VIOLATION-FILE.
000190     IF WS-AVL-FILE-STATUS = '35'
000200         OPEN OUTPUT ACCESS-VIOLATION-FILE
000210     END-IF.
000220     IF NOT WS-AVL-OK
000230         DISPLAY WS-AUT-PROGRAM ': OPEN ACCESS-VIOLATION-FILE '
000240             'FAILED ' WS-AVL-FILE-STATUS
000250     END-IF.
000260     OPEN INPUT OPERATOR-AUTH-FILE.
000270     IF NOT WS-AUT-OK
000280         DISPLAY WS-AUT-PROGRAM ': NO OPERATOR-AUTH-FILE - '
000290             'ALL KEYED TRANSACTIONS WILL BE REFUSED'
000300         GO TO 9300-LOAD-AUTHORITY-EXIT
000310     END-IF.
000320     MOVE 'Y' TO WS-AUT-LOADED-SW.
000330     PERFORM 9310-READ-AUTHORITY
000340         THRU 9310-READ-AUTHORITY-EXIT
000350         UNTIL WS-AUT-EOF.
000360     CLOSE OPERATOR-AUTH-FILE.
000370 9300-LOAD-AUTHORITY-EXIT.
000380     EXIT.
000390
000400*****************************************************************
000410*    9310-READ-AUTHORITY                                        *
000420*****************************************************************
000430 9310-READ-AUTHORITY.
000440     READ OPERATOR-AUTH-FILE
000450         AT END
000460             MOVE '10' TO WS-AUT-FILE-STATUS
000470         NOT AT END
000480             IF OAU-PROGRAM = WS-AUT-PROGRAM
000490                     AND WS-AUT-COUNT < WS-AUT-MAX-ROWS
000500                 ADD 1 TO WS-AUT-COUNT
000510                 MOVE OAU-OPERATOR-ID
000520                     TO WS-AUT-T-OPERATOR(WS-AUT-COUNT)
000530                 MOVE OAU-ACTIONS
000540                     TO WS-AUT-T-ACTIONS(WS-AUT-COUNT)
000550                 IF OAU-EXPIRY-DATE NUMERIC
000560                     MOVE OAU-EXPIRY-DATE
000570                         TO WS-AUT-T-EXPIRY(WS-AUT-COUNT)
000580                 ELSE
000590                     MOVE 0 TO WS-AUT-T-EXPIRY(WS-AUT-COUNT)
000600                 END-IF
000610             END-IF
000620     END-READ.
000630 9310-READ-AUTHORITY-EXIT.
000640     EXIT.
000650
000660*****************************************************************
000670*    9320-CHECK-AUTHORITY                                       *
000680*    ANY CURRENT GRANT TO THE OPERATOR THAT LISTS THE ACTION    *
000690*    (OR '*') AUTHORIZES THE TRANSACTION.  OTHERWISE THE REASON *
000700*    IS THE CLOSEST MISS - AN EXPIRED GRANT, A GRANT WITHOUT    *
000710*    THE ACTION, OR NO GRANT AT ALL - AND THE REFUSAL IS        *
000720*    LOGGED.                                                    *
000730*****************************************************************
000740 9320-CHECK-AUTHORITY.
000750     MOVE 'N' TO WS-AUT-GRANTED-SW.
000760     IF NOT WS-AUT-LOADED
000770         MOVE 'NO OPERATOR AUTHORIZATION FILE' TO WS-AUT-REASON
000780         GO TO 9320-CHECK-AUTHORITY-REFUSE
000790     END-IF.
000800     MOVE 'OPERATOR NOT AUTHORIZED' TO WS-AUT-REASON.
000810     IF WS-AUT-OPERATOR = SPACES
000820         GO TO 9320-CHECK-AUTHORITY-REFUSE
000830     END-IF.
000840     PERFORM 9330-MATCH-AUTHORITY-ROW
000850         THRU 9330-MATCH-AUTHORITY-ROW-EXIT
000860         VARYING WS-AUT-SUB FROM 1 BY 1
000870         UNTIL WS-AUT-SUB > WS-AUT-COUNT
000880             OR WS-AUT-GRANTED.
000890     IF WS-AUT-GRANTED
000900         MOVE SPACES TO WS-AUT-REASON
000910         GO TO 9320-CHECK-AUTHORITY-EXIT
000920     END-IF.
000930
000940 9320-CHECK-AUTHORITY-REFUSE.
000950     ADD 1 TO WS-AUT-VIOLATION-COUNT.
000960     IF WS-AVL-OK
000965         MOVE SPACES          TO ACCESS-VIOLATION-REC
000970         MOVE WS-AUT-DATE     TO AVL-DATE
000980         MOVE WS-AUT-PROGRAM  TO AVL-PROGRAM
000990         MOVE WS-AUT-OPERATOR TO AVL-OPERATOR-ID
001000         MOVE WS-AUT-ACTION   TO AVL-ACTION
001010         MOVE WS-AUT-KEY      TO AVL-KEY
001020         MOVE WS-AUT-REASON   TO AVL-REASON
001030         WRITE ACCESS-VIOLATION-REC
001040     END-IF.
001050 9320-CHECK-AUTHORITY-EXIT.
001060     EXIT.
001070
001080*****************************************************************
001090*    9330-MATCH-AUTHORITY-ROW                                   *
001100*****************************************************************
001110 9330-MATCH-AUTHORITY-ROW.
001120     IF WS-AUT-T-OPERATOR(WS-AUT-SUB) NOT = WS-AUT-OPERATOR
001130         GO TO 9330-MATCH-AUTHORITY-ROW-EXIT
001140     END-IF.
001150     IF WS-AUT-T-EXPIRY(WS-AUT-SUB) > 0
001160             AND WS-AUT-T-EXPIRY(WS-AUT-SUB) < WS-AUT-DATE
001170         MOVE 'OPERATOR AUTHORITY EXPIRED' TO WS-AUT-REASON
001180         GO TO 9330-MATCH-AUTHORITY-ROW-EXIT
001190     END-IF.
001200     MOVE 0 TO WS-AUT-TALLY.
001210     INSPECT WS-AUT-T-ACTIONS(WS-AUT-SUB)
001220         TALLYING WS-AUT-TALLY FOR ALL '*'.
001230     IF WS-AUT-ACTION NOT = SPACE
001240         INSPECT WS-AUT-T-ACTIONS(WS-AUT-SUB)
001250             TALLYING WS-AUT-TALLY FOR ALL WS-AUT-ACTION
001260     END-IF.
001270     IF WS-AUT-TALLY > 0
001280         MOVE 'Y' TO WS-AUT-GRANTED-SW
001290     ELSE
001300         MOVE 'ACTION NOT AUTHORIZED' TO WS-AUT-REASON
001310     END-IF.
001320 9330-MATCH-AUTHORITY-ROW-EXIT.
001330     EXIT.
001340
001350*****************************************************************
001360*    9340-CLOSE-AUTHORITY                                       *
001370*****************************************************************
001380 9340-CLOSE-AUTHORITY.
001390     IF WS-AVL-OK
001400         CLOSE ACCESS-VIOLATION-FILE
001410     END-IF.
001420 9340-CLOSE-AUTHORITY-EXIT.
001430     EXIT.
