000010*****************************************************************
000020*    KITPROC.CPY                                                *
000030*    SHARED KIT BILL-OF-MATERIALS ROUTINES.  COPY THIS INTO THE *
000040*    PROCEDURE DIVISION (THE WAY UOMPROC.CPY IS SHARED) AFTER   *
000050*    DECLARING KIT-BOM-FILE (ASSIGN TO KITBOM, INDEXED,         *
000060*    DYNAMIC, RECORD KEY KBM-KEY, STATUS WS-KBM-FILE-STATUS)    *
000070*    WITH KITBOM.CPY UNDER ITS FD, AND COPYING KITWORK.CPY INTO *
000080*    WORKING-STORAGE.                                           *
000090*                                                               *
000100*    9950-OPEN-KIT-BOM  - AT START OF RUN, FOR A READ-ONLY      *
000110*                         CALLER.  WITHOUT THE FILE NO KIT      *
000120*                         HAS ANY COMPONENTS.                   *
000130*    9960-LOAD-KIT-COMPONENTS - THE COMPONENTS OF               *
000140*                         WS-KIT-ITM-ID INTO THE TABLE.         *
000150*    9970-CLOSE-KIT-BOM - AT END OF RUN.                        *
000160*-----------------------------------------------------------------
000170*    MOD-HISTORY                                                *
000180*    2026-10-15  PD    ORIGINAL PARAGRAPHS.                     *
000190*****************************************************************
000200 9950-OPEN-KIT-BOM.
000210     MOVE 'N' TO WS-KIT-DISABLED-SW.
000220     OPEN INPUT KIT-BOM-FILE.
000230     IF NOT WS-KBM-OK
000240         DISPLAY WS-KIT-PROGRAM ': NO KIT-BOM-FILE - '
000250             'KIT ITEMS CANNOT BE EXPLODED'
000260         MOVE 'Y' TO WS-KIT-DISABLED-SW
000270     END-IF.
000280 9950-OPEN-KIT-BOM-EXIT.
000290     EXIT.
000300
000310*****************************************************************
000320*    9960-LOAD-KIT-COMPONENTS                                   *
000330*    A KIT WITH NO USABLE COMPONENT ROWS COMES BACK WITH A      *
000340*    COUNT OF ZERO, AND ONE WITH MORE THAN THE TABLE HOLDS      *
000350*    COMES BACK OVERFLOWED - THE CALLER TREATS EITHER AS A KIT  *
000360*    IT CANNOT SELL.  A ZERO OR NON-NUMERIC QUANTITY IS NOT A   *
000370*    COMPONENT.                                                 *
000380*****************************************************************
000390 9960-LOAD-KIT-COMPONENTS.
000400     MOVE 0   TO WS-KIT-COMP-COUNT.
000410     MOVE 'N' TO WS-KIT-OVERFLOW-SW.
000420     MOVE 'N' TO WS-KIT-END-SW.
000430     IF WS-KIT-DISABLED
000440         GO TO 9960-LOAD-KIT-COMPONENTS-EXIT
000450     END-IF.
000460     MOVE WS-KIT-ITM-ID TO KBM-KIT-ITM-ID.
000470     MOVE LOW-VALUES    TO KBM-COMP-ITM-ID.
000480     START KIT-BOM-FILE KEY NOT LESS THAN KBM-KEY
000490         INVALID KEY
000500             GO TO 9960-LOAD-KIT-COMPONENTS-EXIT
000510     END-START.
000520     PERFORM 9965-READ-KIT-COMPONENT
000530         THRU 9965-READ-KIT-COMPONENT-EXIT
000540         UNTIL WS-KIT-END.
000550 9960-LOAD-KIT-COMPONENTS-EXIT.
000560     EXIT.
000570
000580 9965-READ-KIT-COMPONENT.
000590     READ KIT-BOM-FILE NEXT RECORD
000600         AT END
000610             MOVE 'Y' TO WS-KIT-END-SW
000620             GO TO 9965-READ-KIT-COMPONENT-EXIT
000630     END-READ.
000640     IF KBM-KIT-ITM-ID NOT = WS-KIT-ITM-ID
000650         MOVE 'Y' TO WS-KIT-END-SW
000660         GO TO 9965-READ-KIT-COMPONENT-EXIT
000670     END-IF.
000680     IF KBM-COMP-QTY NOT NUMERIC OR KBM-COMP-QTY = 0
000690         GO TO 9965-READ-KIT-COMPONENT-EXIT
000700     END-IF.
000710     IF WS-KIT-COMP-COUNT NOT < WS-MAX-KIT-COMPS
000720         MOVE 'Y' TO WS-KIT-OVERFLOW-SW
000730         MOVE 'Y' TO WS-KIT-END-SW
000740         GO TO 9965-READ-KIT-COMPONENT-EXIT
000750     END-IF.
000760     ADD 1 TO WS-KIT-COMP-COUNT.
000770     MOVE KBM-COMP-ITM-ID
000780         TO WS-KIT-COMP-ITM-ID(WS-KIT-COMP-COUNT).
000790     MOVE KBM-COMP-QTY  TO WS-KIT-COMP-QTY(WS-KIT-COMP-COUNT).
000800     MOVE 0             TO WS-KIT-COMP-NEED(WS-KIT-COMP-COUNT).
000810     MOVE 0             TO WS-KIT-COMP-SHARE(WS-KIT-COMP-COUNT).
000820 9965-READ-KIT-COMPONENT-EXIT.
000830     EXIT.
000840
000850*****************************************************************
000860*    9970-CLOSE-KIT-BOM                                         *
000870*****************************************************************
000880 9970-CLOSE-KIT-BOM.
000890     IF NOT WS-KIT-DISABLED
000900         CLOSE KIT-BOM-FILE
000910     END-IF.
000920 9970-CLOSE-KIT-BOM-EXIT.
000930     EXIT.
