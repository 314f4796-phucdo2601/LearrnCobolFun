000010*****************************************************************
000020*    UOMPROC.CPY                                                *
000030*    SHARED UNIT-OF-MEASURE ROUTINES.  COPY THIS INTO THE       *
000040*    PROCEDURE DIVISION (THE WAY DATEVAL.CPY IS SHARED) AFTER   *
000050*    DECLARING UNIT-CONVERSION-FILE (ASSIGN TO UOMCNV, INDEXED, *
000060*    RANDOM, RECORD KEY UCV-KEY, STATUS WS-UCV-FILE-STATUS)     *
000070*    WITH UOMCNV.CPY UNDER ITS FD, AND COPYING UOMWORK.CPY      *
000080*    INTO WORKING-STORAGE.                                      *
000090*                                                               *
000100*    9900-OPEN-UNIT-CONVERSION  - AT START OF RUN.  WITHOUT     *
000110*                         THE FILE ONLY THE STOCKING UNIT IS    *
000120*                         VALID.                                *
000130*    9910-RESOLVE-UNIT  - THE LINE'S UNIT AGAINST THE ITEM      *
000140*                         STANDING IN ITEM-MASTER-REC.  SPACES  *
000150*                         TAKE THE ITEM'S SELLING UNIT.  SETS   *
000160*                         THE FACTOR AND THE QUANTITY IN        *
000170*                         STOCKING UNITS.                       *
000180*    9920-PRICE-ORDERED-UNIT - A PRICE PER STOCKING UNIT TO A   *
000190*                         PRICE PER ORDERED UNIT.  A LIST PRICE *
000200*                         GIVES WAY TO THE CONVERSION ROW'S     *
000210*                         OWN PACK PRICE WHEN IT HAS ONE.       *
000220*    9930-CLOSE-UNIT-CONVERSION - AT END OF RUN.                *
000230*-----------------------------------------------------------------
000240*    MOD-HISTORY                                                *
000250*    2026-10-15  PD    ORIGINAL PARAGRAPHS.                     *
000260*****************************************************************
000270 9900-OPEN-UNIT-CONVERSION.
000280     MOVE 'N' TO WS-UOM-DISABLED-SW.
000290     OPEN INPUT UNIT-CONVERSION-FILE.
000300     IF NOT WS-UCV-OK
000310         DISPLAY WS-UOM-PROGRAM ': NO UNIT-CONVERSION-FILE - '
000320             'ITEMS ORDER IN THEIR STOCKING UNIT ONLY'
000330         MOVE 'Y' TO WS-UOM-DISABLED-SW
000340     END-IF.
000350 9900-OPEN-UNIT-CONVERSION-EXIT.
000360     EXIT.
000370
000380*****************************************************************
000390*    9910-RESOLVE-UNIT                                          *
000400*    THE STOCKING UNIT IS ALWAYS FACTOR 1.  ANY OTHER UNIT      *
000410*    MUST BE ON FILE FOR THE ITEM WITH A FACTOR ABOVE ZERO, AND *
000420*    THE CONVERTED QUANTITY MUST STILL FIT A QUANTITY FIELD.    *
000430*****************************************************************
000440 9910-RESOLVE-UNIT.
000450     MOVE 'Y' TO WS-UOM-RESULT.
000460     MOVE 0   TO WS-UOM-PACK-PRICE.
000470     MOVE 1   TO WS-UOM-FACTOR.
000480     MOVE 0   TO WS-UOM-BASE-QTY.
000490     MOVE ITM-STOCK-UNIT TO WS-UOM-STOCK-UNIT.
000500     IF WS-UOM-STOCK-UNIT = SPACES
000510         MOVE 'EA' TO WS-UOM-STOCK-UNIT
000520     END-IF.
000530     IF WS-UOM-UNIT = SPACES
000540         MOVE ITM-SELL-UNIT TO WS-UOM-UNIT
000550     END-IF.
000560     IF WS-UOM-UNIT = SPACES
000570         MOVE WS-UOM-STOCK-UNIT TO WS-UOM-UNIT
000580     END-IF.
000590
000600     IF WS-UOM-UNIT = WS-UOM-STOCK-UNIT
000610         MOVE WS-UOM-ORDERED-QTY TO WS-UOM-BASE-QTY
000620         GO TO 9910-RESOLVE-UNIT-EXIT
000630     END-IF.
000640     IF WS-UOM-DISABLED
000650         MOVE 'U' TO WS-UOM-RESULT
000660         GO TO 9910-RESOLVE-UNIT-EXIT
000670     END-IF.
000680
000690     MOVE ITM-ID      TO UCV-ITM-ID.
000700     MOVE WS-UOM-UNIT TO UCV-UNIT-CODE.
000710     READ UNIT-CONVERSION-FILE
000720         INVALID KEY
000730             MOVE 'U' TO WS-UOM-RESULT
000740             GO TO 9910-RESOLVE-UNIT-EXIT
000750     END-READ.
000760     IF UCV-FACTOR NOT NUMERIC OR UCV-FACTOR = 0
000770         MOVE 'U' TO WS-UOM-RESULT
000780         GO TO 9910-RESOLVE-UNIT-EXIT
000790     END-IF.
000800     MOVE UCV-FACTOR TO WS-UOM-FACTOR.
000810     IF UCV-UNIT-PRICE NUMERIC AND UCV-UNIT-PRICE > 0
000820         MOVE UCV-UNIT-PRICE TO WS-UOM-PACK-PRICE
000830     END-IF.
000840     COMPUTE WS-UOM-BASE-QTY
000850         = WS-UOM-ORDERED-QTY * WS-UOM-FACTOR
000860         ON SIZE ERROR
000870             MOVE 'Q' TO WS-UOM-RESULT
000880             MOVE 0   TO WS-UOM-BASE-QTY
000890     END-COMPUTE.
000900 9910-RESOLVE-UNIT-EXIT.
000910     EXIT.
000920
000930*****************************************************************
000940*    9920-PRICE-ORDERED-UNIT                                    *
000950*    A CONTRACT PRICE IS AGREED PER STOCKING UNIT, SO IT IS     *
000960*    ALWAYS SCALED BY THE FACTOR.  A PRICE TOO LARGE TO HOLD    *
000970*    MARKS THE LINE TOO LARGE, THE SAME AS ITS QUANTITY.        *
000980*****************************************************************
000990 9920-PRICE-ORDERED-UNIT.
001000     IF WS-UOM-PRICE-BASIS = 'L' AND WS-UOM-PACK-PRICE NOT = 0
001010         MOVE WS-UOM-PACK-PRICE TO WS-UOM-ORDERED-PRICE
001020         GO TO 9920-PRICE-ORDERED-UNIT-EXIT
001030     END-IF.
001040     COMPUTE WS-UOM-ORDERED-PRICE
001050         = WS-UOM-BASE-PRICE * WS-UOM-FACTOR
001060         ON SIZE ERROR
001070             MOVE 'Q' TO WS-UOM-RESULT
001080             MOVE 0   TO WS-UOM-ORDERED-PRICE
001090     END-COMPUTE.
001100 9920-PRICE-ORDERED-UNIT-EXIT.
001110     EXIT.
001120
001130*****************************************************************
001140*    9930-CLOSE-UNIT-CONVERSION                                 *
001150*****************************************************************
001160 9930-CLOSE-UNIT-CONVERSION.
001170     IF NOT WS-UOM-DISABLED
001180         CLOSE UNIT-CONVERSION-FILE
001190     END-IF.
001200 9930-CLOSE-UNIT-CONVERSION-EXIT.
001210     EXIT.
