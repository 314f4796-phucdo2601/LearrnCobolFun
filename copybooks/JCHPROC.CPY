000010*****************************************************************
000020*    JCHPROC.CPY                                                *
000030*    SHARED JOURNAL CHAIN ROUTINES.  COPY THIS INTO THE         *
000040*    PROCEDURE DIVISION (THE WAY CMJPROC.CPY IS SHARED) AFTER   *
000050*    COPYING JCHWORK.CPY INTO WORKING-STORAGE.                  *
000060*    9650-COMPUTE-CHAIN-VALUE FOLDS EACH BYTE OF THE SEALED     *
000070*    PART OF A RECORD INTO THE PRIOR RECORD'S VALUE (TIMES 31   *
000080*    PLUS THE BYTE, MODULO A LARGE PRIME), SO CHANGING ANY BYTE *
000090*    OF ANY RECORD CHANGES EVERY VALUE AFTER IT.                *
000100*    9660-CHECK-CHAIN-LINK IS THE VERIFYING SIDE - IT CHECKS    *
000110*    ONE RECORD AGAINST THE CHAIN SO FAR AND ADVANCES THE       *
000120*    WS-JCH-VFY- POSITION.  RECORDS CUT BEFORE SEALING BEGAN    *
000130*    (SEQUENCE ZERO) ARE ACCEPTED ONLY AHEAD OF THE FIRST       *
000140*    SEALED RECORD.                                             *
000150*-----------------------------------------------------------------
000160*    MOD-HISTORY                                                *
000170*    2026-10-15  PD    ORIGINAL PARAGRAPHS.                     *
000180*****************************************************************
000190 9650-COMPUTE-CHAIN-VALUE.
000200     MOVE WS-JCH-PRIOR-VALUE TO WS-JCH-VALUE.
000210     PERFORM 9655-CHAIN-ONE-BYTE
000220         THRU 9655-CHAIN-ONE-BYTE-EXIT
000230         VARYING WS-JCH-SUB FROM 1 BY 1
000240         UNTIL WS-JCH-SUB > WS-JCH-LENGTH.
000250 9650-COMPUTE-CHAIN-VALUE-EXIT.
000260     EXIT.
000270
000280*****************************************************************
000290*    9655-CHAIN-ONE-BYTE                                        *
000300*    THE BYTE VALUE IS BIASED BY ONE SO A RUN OF LOW-VALUES     *
000310*    STILL MOVES THE CHAIN.                                     *
000320*****************************************************************
000330 9655-CHAIN-ONE-BYTE.
000340     MOVE WS-JCH-DATA(WS-JCH-SUB:1) TO WS-JCH-BYTE.
000350     COMPUTE WS-JCH-ACCUM
000360         = WS-JCH-VALUE * 31 + WS-JCH-BYTE-NUM + 1.
000370     DIVIDE WS-JCH-ACCUM BY WS-JCH-MODULUS
000380         GIVING WS-JCH-QUOTIENT
000390         REMAINDER WS-JCH-VALUE.
000400 9655-CHAIN-ONE-BYTE-EXIT.
000410     EXIT.
000420
000430*****************************************************************
000440*    9660-CHECK-CHAIN-LINK                                      *
000450*    A SEALED RECORD MUST CARRY THE NEXT SEQUENCE AND THE VALUE *
000460*    RECOMPUTED FROM ITS CONTENT.  A TRAILER MUST CLOSE THE     *
000470*    GENERATION IT FOLLOWS - ITS FIRST SEQUENCE AND COUNT MUST  *
000480*    SPAN EXACTLY THE RECORDS BEFORE IT.  A TRAILER WHOSE       *
000490*    GENERATION STARTS LATER THAN THE OPEN ONE MEANS AN EARLIER *
000500*    WRITER ENDED WITHOUT CLOSING - A WARNING, NOT A BREAK, AS  *
000510*    THE CHAIN ITSELF IS WHOLE.                                 *
000520*****************************************************************
000530 9660-CHECK-CHAIN-LINK.
000540     MOVE 'N'    TO WS-JCH-BREAK-SW.
000550     MOVE 'N'    TO WS-JCH-WARNING-SW.
000560     MOVE SPACES TO WS-JCH-MESSAGE.
000570
000580     IF WS-JCH-CHK-SEQUENCE = 0
000590         IF WS-JCH-VFY-SEALED
000600             MOVE 'Y' TO WS-JCH-BREAK-SW
000610             MOVE 'UNSEALED RECORD INSIDE THE CHAIN'
000620                 TO WS-JCH-MESSAGE
000630         ELSE
000640             ADD 1 TO WS-JCH-VFY-LEGACY
000650         END-IF
000660         GO TO 9660-CHECK-CHAIN-LINK-EXIT
000670     END-IF.
000680
000690     IF WS-JCH-CHK-SEQUENCE NOT = WS-JCH-VFY-LAST-SEQUENCE + 1
000700         MOVE 'Y' TO WS-JCH-BREAK-SW
000710         MOVE 'SEQUENCE GAP OR REPEAT' TO WS-JCH-MESSAGE
000720         GO TO 9660-CHECK-CHAIN-LINK-EXIT
000730     END-IF.
000740
000750     MOVE WS-JCH-VFY-LAST-VALUE TO WS-JCH-PRIOR-VALUE.
000760     PERFORM 9650-COMPUTE-CHAIN-VALUE
000770         THRU 9650-COMPUTE-CHAIN-VALUE-EXIT.
000780     IF WS-JCH-VALUE NOT = WS-JCH-CHK-VALUE
000790         MOVE 'Y' TO WS-JCH-BREAK-SW
000800         MOVE 'CHECK VALUE DOES NOT MATCH CONTENT'
000810             TO WS-JCH-MESSAGE
000820         GO TO 9660-CHECK-CHAIN-LINK-EXIT
000830     END-IF.
000840
000850     MOVE 'Y'                 TO WS-JCH-VFY-SEALED-SW.
000860     MOVE WS-JCH-CHK-SEQUENCE TO WS-JCH-VFY-LAST-SEQUENCE.
000870     MOVE WS-JCH-CHK-VALUE    TO WS-JCH-VFY-LAST-VALUE.
000880
000890     IF NOT WS-JCH-CHK-TRAILER
000900         ADD 1 TO WS-JCH-VFY-RECORDS
000910         IF WS-JCH-VFY-GEN-FIRST = 0
000920             MOVE WS-JCH-CHK-SEQUENCE TO WS-JCH-VFY-GEN-FIRST
000930         END-IF
000940         GO TO 9660-CHECK-CHAIN-LINK-EXIT
000950     END-IF.
000960
000970     ADD 1 TO WS-JCH-VFY-TRAILERS.
000980     IF WS-JCH-CHK-TRL-FIRST > WS-JCH-CHK-SEQUENCE
000990         MOVE 'Y' TO WS-JCH-BREAK-SW
001000         MOVE 'TRAILER DOES NOT CLOSE A GENERATION'
001010             TO WS-JCH-MESSAGE
001020         GO TO 9660-CHECK-CHAIN-LINK-EXIT
001030     END-IF.
001040     IF WS-JCH-CHK-TRL-COUNT
001050             NOT = WS-JCH-CHK-SEQUENCE - WS-JCH-CHK-TRL-FIRST
001060         MOVE 'Y' TO WS-JCH-BREAK-SW
001070         MOVE 'TRAILER COUNT DOES NOT MATCH'
001080             TO WS-JCH-MESSAGE
001090         GO TO 9660-CHECK-CHAIN-LINK-EXIT
001100     END-IF.
001110*    AN EMPTY GENERATION'S TRAILER NAMES ITSELF AS THE FIRST.
001120     IF WS-JCH-CHK-TRL-COUNT > 0
001130         IF WS-JCH-VFY-GEN-FIRST = 0
001140                 OR WS-JCH-CHK-TRL-FIRST < WS-JCH-VFY-GEN-FIRST
001150             MOVE 'Y' TO WS-JCH-BREAK-SW
001160             MOVE 'TRAILER DOES NOT CLOSE A GENERATION'
001170                 TO WS-JCH-MESSAGE
001180             GO TO 9660-CHECK-CHAIN-LINK-EXIT
001190         END-IF
001200     END-IF.
001210     IF WS-JCH-VFY-GEN-FIRST > 0
001220             AND WS-JCH-CHK-TRL-FIRST > WS-JCH-VFY-GEN-FIRST
001230         MOVE 'Y' TO WS-JCH-WARNING-SW
001240         ADD 1 TO WS-JCH-VFY-WARNINGS
001250         MOVE 'UNCLOSED GENERATION BEFORE TRAILER'
001260             TO WS-JCH-MESSAGE
001270     END-IF.
001280     MOVE 0 TO WS-JCH-VFY-GEN-FIRST.
001290 9660-CHECK-CHAIN-LINK-EXIT.
001300     EXIT.
