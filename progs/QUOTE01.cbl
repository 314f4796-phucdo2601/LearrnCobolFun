000350*                    ACCEPTED QUOTE CAN BE CONVERTED TO AN      *
000360*                    ORDER (QUOCNV01) AT THE QUOTED PRICE       *
000370*                    INSTEAD OF BEING RE-KEYED AND REPRICED.    *
000371*    2026-10-15  PD  A QUOTE WHOSE VALIDITY RUNS PAST A PRICE    *
000372*                    CHANGE ALREADY SCHEDULED FOR THE ITEM       *
000373*                    (PRCPEND.CPY) IS STILL ISSUED AT TODAY'S    *
000374*                    PRICE BUT CARRIES THE CHANGE DATE AS A      *
000375*                    WARNING IN QRS-REASON AND ON THE REGISTER.  *
000380*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000680     SELECT QUOTE-SEQ-FILE ASSIGN TO QUOSEQ
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-QSQ-FILE-STATUS.
000701
000702     SELECT PRICE-PENDING-FILE ASSIGN TO PRCPEND
000703         ORGANIZATION IS INDEXED
000704         ACCESS MODE IS DYNAMIC
000705         RECORD KEY IS PPN-KEY
000706         FILE STATUS IS WS-PPN-FILE-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
001030 FD  QUOTE-REGISTER-RPT
001040     LABEL RECORDS ARE STANDARD.
001050     01  QUOTE-REGISTER-LINE      PIC X(80).
001052
001054 FD  PRICE-PENDING-FILE
001056     LABEL RECORDS ARE STANDARD.
001058     COPY PRCPEND.
001060
001070 WORKING-STORAGE SECTION.
001080     01  WS-QRQ-FILE-STATUS       PIC X(02).
001630
001640     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
001650         88  WS-EOF               VALUE 'Y'.
001651
001652*****************************************************************
001653*    SCHEDULED PRICE CHANGES - A QUOTE WHOSE VALIDITY RUNS PAST  *
001654*    A CHANGE ALREADY SCHEDULED FOR THE ITEM CARRIES A WARNING.  *
001655*    NO FILE MEANS NOTHING IS SCHEDULED.                         *
001656*****************************************************************
001657     01  WS-PPN-FILE-STATUS       PIC X(02).
001658         88  WS-PPN-OK            VALUE '00'.
001659     01  WS-PPN-OPEN-SW           PIC X(01) VALUE 'N'.
001660         88  WS-PPN-OPEN          VALUE 'Y'.
001661     01  WS-PRICE-WARNING.
001662         05  FILLER               PIC X(17) VALUE
001663             'PRICE CHANGE DUE '.
001664         05  WS-PWN-DATE          PIC 9(08).
001665     01  WS-REG-WARNING.
001666         05  FILLER               PIC X(19) VALUE
001667             'QUOTED - PRICE CHG '.
001668         05  WS-RWN-DATE          PIC 9(08).
001669
001670*    ITEM PRICES ARE STATED IN THE BASE CURRENCY.
001680     01  WS-BASE-CURRENCY         PIC X(03) VALUE 'USD'.
001690
002040         05  WS-REQUEST-COUNT     PIC 9(07) COMP VALUE 0.
002050         05  WS-QUOTED-COUNT      PIC 9(07) COMP VALUE 0.
002060         05  WS-FAILED-COUNT      PIC 9(07) COMP VALUE 0.
002065         05  WS-WARNED-COUNT      PIC 9(07) COMP VALUE 0.
002070
002080*****************************************************************
002090*    QUOTE REGISTER LINE LAYOUTS                                *
002430         WS-QUOTED-COUNT.
002440     DISPLAY 'QUOTE01: REQUESTS FAILED........ '
002450         WS-FAILED-COUNT.
002453     DISPLAY 'QUOTE01: PRICE CHANGE WARNINGS.. '
002456         WS-WARNED-COUNT.
002460
002470     PERFORM 9999-TERMINATE
002480         THRU 9999-TERMINATE-EXIT.
003000     END-IF.
003010
003020     ACCEPT WS-QUOTE-DATE FROM DATE YYYYMMDD.
003021
003022     OPEN INPUT PRICE-PENDING-FILE.
003023     IF WS-PPN-OK
003024         MOVE 'Y' TO WS-PPN-OPEN-SW
003025     END-IF.
003030
003040     OPEN OUTPUT QUOTE-RESULT-FILE.
003050     IF NOT WS-QRS-OK
005040         ADD 1 TO WS-EXP-YYYY
005050     END-IF.
005060     MOVE WS-EXPIRY-DATE TO QRS-EXPIRY-DATE.
005062     IF QRS-QUOTED AND WS-PPN-OPEN
005064         PERFORM 2250-CHECK-SCHEDULED-PRICE
005066             THRU 2250-CHECK-SCHEDULED-PRICE-EXIT
005068     END-IF.
005070     WRITE QUOTE-RESULT-REC.
005080
005090     MOVE QRQ-ITM-ID        TO WS-REG-ITM-ID.
005130     WRITE QUOTE-REGISTER-LINE FROM WS-REG-DETAIL-LINE.
005140 2200-WRITE-QUOTE-EXIT.
005150     EXIT.
005151
005152*****************************************************************
005153*    2250-CHECK-SCHEDULED-PRICE                                 *
005154*    THE ITEM'S FIRST CHANGE SCHEDULED ON OR AFTER THE QUOTE     *
005155*    DATE.  IF IT FALLS BY THE EXPIRY THE QUOTE STILL STANDS AT  *
005156*    TODAY'S PRICE, BUT SAYS SO, SO THE DESK CAN DECIDE WHETHER  *
005157*    TO SHORTEN IT OR REQUOTE.                                   *
005158*****************************************************************
005159 2250-CHECK-SCHEDULED-PRICE.
005160     MOVE QRQ-ITM-ID    TO PPN-ITM-ID.
005161     MOVE WS-QUOTE-DATE TO PPN-EFFECTIVE-DATE.
005162     START PRICE-PENDING-FILE KEY IS NOT LESS THAN PPN-KEY
005163         INVALID KEY
005164             GO TO 2250-CHECK-SCHEDULED-PRICE-EXIT
005165     END-START.
005166     READ PRICE-PENDING-FILE NEXT RECORD
005167         AT END
005168             GO TO 2250-CHECK-SCHEDULED-PRICE-EXIT
005169     END-READ.
005170     IF PPN-ITM-ID NOT = QRQ-ITM-ID
005171             OR PPN-EFFECTIVE-DATE > WS-EXPIRY-DATE
005172         GO TO 2250-CHECK-SCHEDULED-PRICE-EXIT
005173     END-IF.
005174     ADD 1 TO WS-WARNED-COUNT.
005175     MOVE PPN-EFFECTIVE-DATE TO WS-PWN-DATE.
005176     MOVE WS-PRICE-WARNING   TO QRS-REASON.
005177     MOVE PPN-EFFECTIVE-DATE TO WS-RWN-DATE.
005178     MOVE WS-REG-WARNING     TO WS-REG-DISPOSITION.
005179 2250-CHECK-SCHEDULED-PRICE-EXIT.
005180     EXIT.
005181
005182*****************************************************************
005183*    8000-READ-REQUEST                                          *
005190*****************************************************************
005200 8000-READ-REQUEST.
005210     READ QUOTE-REQUEST-FILE
006100     END-IF.
006110     CLOSE QUOTE-RESULT-FILE.
006120     CLOSE QUOTE-REGISTER-RPT.
006122     IF WS-PPN-OPEN
006124         CLOSE PRICE-PENDING-FILE
006126     END-IF.
006130
006140*    LEAVE THE NEW HIGH-WATER SEQUENCE FOR THE NEXT RUN.
006150     OPEN OUTPUT QUOTE-SEQ-FILE.
