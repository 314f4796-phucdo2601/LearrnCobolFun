000010*****************************************************************
000020*    TRMPROC.CPY                                                *
000030*    SHARED PAYMENT-TERMS ROUTINES.  COPY THIS INTO THE         *
000040*    PROCEDURE DIVISION (THE WAY CMJPROC.CPY IS SHARED) AFTER   *
000050*    DECLARING PAYMENT-TERMS-FILE WITH PAYTERM.CPY UNDER ITS    *
000060*    FD, STATUS WS-TRM-FILE-STATUS, AND COPYING TRMWORK.CPY     *
000070*    INTO WORKING-STORAGE.  THE TERMS FILE IS OPTIONAL -        *
000080*    WITHOUT IT, OR FOR A BLANK OR UNKNOWN TERMS CODE, A        *
000090*    CHARGE FALLS DUE ON ITS ORDER DATE WITH NO DISCOUNT, AS    *
000100*    BEFORE TERMS EXISTED.                                      *
000110*-----------------------------------------------------------------
000120*    MOD-HISTORY                                                *
000130*    2026-10-15  PD    ORIGINAL PARAGRAPHS.                     *
000140*****************************************************************
000150 9400-LOAD-PAYMENT-TERMS.
000160     MOVE 0 TO WS-TRM-COUNT.
000170     OPEN INPUT PAYMENT-TERMS-FILE.
000180     IF NOT WS-TRM-OK
000190         DISPLAY WS-TRM-PROGRAM ': NO PAYMENT-TERMS-FILE - '
000200             'CHARGES FALL DUE ON THE ORDER DATE'
000210         GO TO 9400-LOAD-PAYMENT-TERMS-EXIT
000220     END-IF.
000230     PERFORM 9410-READ-PAYMENT-TERM
000240         THRU 9410-READ-PAYMENT-TERM-EXIT
000250         UNTIL WS-TRM-EOF.
000260     CLOSE PAYMENT-TERMS-FILE.
000270 9400-LOAD-PAYMENT-TERMS-EXIT.
000280     EXIT.
000290
000300*****************************************************************
000310*    9410-READ-PAYMENT-TERM                                     *
000320*****************************************************************
000330 9410-READ-PAYMENT-TERM.
000340     READ PAYMENT-TERMS-FILE
000350         AT END
000360             MOVE '10' TO WS-TRM-FILE-STATUS
000370         NOT AT END
000380             IF WS-TRM-COUNT < WS-TRM-MAX-ROWS
000390                 ADD 1 TO WS-TRM-COUNT
000400                 MOVE TRM-CODE
000410                     TO WS-TRM-T-CODE(WS-TRM-COUNT)
000420                 MOVE TRM-NET-DAYS
000430                     TO WS-TRM-T-NET-DAYS(WS-TRM-COUNT)
000440                 MOVE TRM-DISC-DAYS
000450                     TO WS-TRM-T-DISC-DAYS(WS-TRM-COUNT)
000460                 MOVE TRM-DISC-PCT
000470                     TO WS-TRM-T-DISC-PCT(WS-TRM-COUNT)
000480             END-IF
000490     END-READ.
000500 9410-READ-PAYMENT-TERM-EXIT.
000510     EXIT.
000520
000530*****************************************************************
000540*    9420-DERIVE-TERM-DATES                                     *
000550*    THE DUE DATE IS THE BASE DATE PLUS THE NET DAYS.  A        *
000560*    DISCOUNT TERM ALSO RETURNS THE LAST DAY THE DISCOUNT MAY   *
000570*    BE TAKEN AND THE DISCOUNT ON WS-TRM-BASE-AMOUNT.  A BLANK  *
000580*    OR UNKNOWN CODE LEAVES THE CHARGE DUE ON ITS BASE DATE.    *
000590*****************************************************************
000600 9420-DERIVE-TERM-DATES.
000610     MOVE WS-TRM-BASE-DATE TO WS-TRM-DUE-DATE.
000620     MOVE 0 TO WS-TRM-DISC-DATE.
000630     MOVE 0 TO WS-TRM-DISC-AMOUNT.
000640     IF WS-TRM-CODE = SPACES OR WS-TRM-COUNT = 0
000650         GO TO 9420-DERIVE-TERM-DATES-EXIT
000660     END-IF.
000670     MOVE 'N' TO WS-TRM-FOUND-SW.
000680     PERFORM 9430-MATCH-TERM-ROW
000690         THRU 9430-MATCH-TERM-ROW-EXIT
000700         VARYING WS-TRM-SUB FROM 1 BY 1
000710         UNTIL WS-TRM-SUB > WS-TRM-COUNT
000720             OR WS-TRM-FOUND.
000730     IF NOT WS-TRM-FOUND
000740         ADD 1 TO WS-TRM-UNKNOWN-COUNT
000750         DISPLAY WS-TRM-PROGRAM ': TERMS CODE NOT ON FILE '
000760             WS-TRM-CODE ' - DUE ON ORDER DATE'
000770         GO TO 9420-DERIVE-TERM-DATES-EXIT
000780     END-IF.
000790     MOVE WS-TRM-T-NET-DAYS(WS-TRM-HIT-SUB) TO WS-TRM-ADD-DAYS.
000800     PERFORM 9440-ADD-TERM-DAYS
000810         THRU 9440-ADD-TERM-DAYS-EXIT.
000820     MOVE WS-TRM-ROLL-DATE TO WS-TRM-DUE-DATE.
000830     IF WS-TRM-T-DISC-PCT(WS-TRM-HIT-SUB) = 0
000840             OR WS-TRM-BASE-AMOUNT NOT > 0
000850         GO TO 9420-DERIVE-TERM-DATES-EXIT
000860     END-IF.
000870     MOVE WS-TRM-T-DISC-DAYS(WS-TRM-HIT-SUB) TO WS-TRM-ADD-DAYS.
000880     PERFORM 9440-ADD-TERM-DAYS
000890         THRU 9440-ADD-TERM-DAYS-EXIT.
000900     MOVE WS-TRM-ROLL-DATE TO WS-TRM-DISC-DATE.
000910     COMPUTE WS-TRM-DISC-AMOUNT ROUNDED
000920         = WS-TRM-BASE-AMOUNT
000930         * WS-TRM-T-DISC-PCT(WS-TRM-HIT-SUB) / 100.
000940 9420-DERIVE-TERM-DATES-EXIT.
000950     EXIT.
000960
000970*****************************************************************
000980*    9430-MATCH-TERM-ROW                                        *
000990*****************************************************************
001000 9430-MATCH-TERM-ROW.
001010     IF WS-TRM-T-CODE(WS-TRM-SUB) = WS-TRM-CODE
001020         MOVE 'Y' TO WS-TRM-FOUND-SW
001030         MOVE WS-TRM-SUB TO WS-TRM-HIT-SUB
001040     END-IF.
001050 9430-MATCH-TERM-ROW-EXIT.
001060     EXIT.
001070
001080*****************************************************************
001090*    9440-ADD-TERM-DAYS                                         *
001100*    TERMS ARE ADDED ON THE 30-DAY MONTH, THE SAME ROLL THE     *
001110*    PAYABLES MATCH USES FOR VENDOR DUE DATES, SO A DUE DATE    *
001120*    AGES EXACTLY AS THE AGING COUNTS DAYS.                     *
001130*****************************************************************
001140 9440-ADD-TERM-DAYS.
001150     MOVE WS-TRM-BASE-DATE TO WS-TRM-ROLL-DATE.
001160     IF WS-TRM-ADD-DAYS = 0
001170         GO TO 9440-ADD-TERM-DAYS-EXIT
001180     END-IF.
001190     COMPUTE WS-TRM-ROLL-DAYS = WS-TRM-ROLL-DD + WS-TRM-ADD-DAYS.
001200     PERFORM 9450-ROLL-TERM-MONTH
001210         THRU 9450-ROLL-TERM-MONTH-EXIT
001220         UNTIL WS-TRM-ROLL-DAYS NOT > 30.
001230     MOVE WS-TRM-ROLL-DAYS TO WS-TRM-ROLL-DD.
001240 9440-ADD-TERM-DAYS-EXIT.
001250     EXIT.
001260
001270*****************************************************************
001280*    9450-ROLL-TERM-MONTH                                       *
001290*****************************************************************
001300 9450-ROLL-TERM-MONTH.
001310     SUBTRACT 30 FROM WS-TRM-ROLL-DAYS.
001320     ADD 1 TO WS-TRM-ROLL-MM.
001330     IF WS-TRM-ROLL-MM > 12
001340         MOVE 1 TO WS-TRM-ROLL-MM
001350         ADD 1 TO WS-TRM-ROLL-YYYY
001360     END-IF.
001370 9450-ROLL-TERM-MONTH-EXIT.
001380     EXIT.
