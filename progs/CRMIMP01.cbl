000200*                    UPDATE CANNOT CLOBBER THE MONEY FIELDS.     *
000210*                    AN APPLIED/REJECTED REPORT GOES BACK TO     *
000220*                    THE CRM TEAM; REJECTS END THE STEP RC 4.    *
000222*    2026-10-15  PD  THE CHANGE TRANSACTION ALSO CARRIES THE     *
000224*                    MASTER'S FREIGHT EXEMPTION, SO A CRM UPDATE *
000226*                    DOES NOT CLEAR IT.                          *
000227*    2026-10-15  PD  THE CHANGE TRANSACTION NOW CARRIES THE      *
000228*                    CUSTOMER'S PAYMENT TERMS FROM THE MASTER,   *
000229*                    LIKE THE FREIGHT EXEMPTION.                 *
000230*    2026-10-15  PD  ACCEPTED UPDATES ARE SCREENED AGAINST THE   *
000231*                    DENIED-PARTY LIST.  A PROBABLE MATCH IS     *
000232*                    LOGGED FOR COMPLIANCE AND FLAGGED ON THE    *
000233*                    REPORT, AND ENDS THE STEP RC 4; THE HOLD    *
000234*                    ITSELF IS PLACED BY CUSTMNT1 WHEN IT        *
000235*                    APPLIES THE CHANGE.                         *
000236*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000410     SELECT CRM-IMPORT-RPT ASSIGN TO CRMIMPRP
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-RPT-FILE-STATUS.
000431     SELECT DENIED-PARTY-FILE ASSIGN TO DPLIST
000432         ORGANIZATION IS LINE SEQUENTIAL
000433         FILE STATUS IS WS-DPL-FILE-STATUS.
000434
000435     SELECT DP-CLEARED-FILE ASSIGN TO DPCLR
000436         ORGANIZATION IS LINE SEQUENTIAL
000437         FILE STATUS IS WS-DPC-FILE-STATUS.
000438
000439     SELECT DP-HIT-FILE ASSIGN TO DPHIT
000440         ORGANIZATION IS LINE SEQUENTIAL
000441         FILE STATUS IS WS-DPH-FILE-STATUS.
000442
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  CRM-EXTRACT-FILE
000590 FD  CRM-IMPORT-RPT
000600     LABEL RECORDS ARE STANDARD.
000610     01  CRM-IMPORT-LINE          PIC X(80).
000611 FD  DENIED-PARTY-FILE
000612     LABEL RECORDS ARE STANDARD.
000613     COPY DPLIST.
000614
000615 FD  DP-CLEARED-FILE
000616     LABEL RECORDS ARE STANDARD.
000617     COPY DPCLR.
000618
000619 FD  DP-HIT-FILE
000620     LABEL RECORDS ARE STANDARD.
000621     COPY DPHIT.
000622
000630 WORKING-STORAGE SECTION.
000640     01  WS-CRM-FILE-STATUS       PIC X(02).
000650         88  WS-CRM-OK            VALUE '00'.
000770
000780     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
000790         88  WS-EOF               VALUE 'Y'.
000793
000796     COPY DPSWORK.
000800
000810*****************************************************************
000820*    FIELDS UNSTRUNG FROM THE DELIMITED CRM LINE.               *
000960         05  WS-READ-COUNT        PIC 9(07) COMP VALUE 0.
000970         05  WS-ACCEPTED-COUNT    PIC 9(07) COMP VALUE 0.
000980         05  WS-REJECTED-COUNT    PIC 9(07) COMP VALUE 0.
000985         05  WS-DP-HIT-COUNT      PIC 9(07) COMP VALUE 0.
000990
001000*****************************************************************
001010*    REPORT LINE LAYOUTS                                        *
001360         WS-ACCEPTED-COUNT.
001370     DISPLAY 'CRMIMP01: UPDATES REJECTED...... '
001380         WS-REJECTED-COUNT.
001383     DISPLAY 'CRMIMP01: DENIED-PARTY MATCHES.. '
001386         WS-DP-HIT-COUNT.
001390
001396     IF (WS-REJECTED-COUNT > 0 OR WS-DP-HIT-COUNT > 0)
001402             AND RETURN-CODE < 4
001410         MOVE 4 TO RETURN-CODE
001420     END-IF.
001430
001790     END-IF.
001800
001810     WRITE CRM-IMPORT-LINE FROM WS-HEADING-LINE.
001811
001812     MOVE 'CRMIMP01' TO WS-DPS-PROGRAM.
001813     ACCEPT WS-DPS-DATE FROM DATE YYYYMMDD.
001814     PERFORM 9400-LOAD-DENIED-PARTIES
001815         THRU 9400-LOAD-DENIED-PARTIES-EXIT.
001820
001830     IF NOT WS-EOF
001840         PERFORM 8000-READ-CRM-EXTRACT
002110             THRU 2200-WRITE-TRANSACTION-EXIT
002120         ADD 1 TO WS-ACCEPTED-COUNT
002130         MOVE 'ACCEPTED' TO WS-DET-DISPOSITION
002133         PERFORM 2300-SCREEN-DENIED-PARTY
002136             THRU 2300-SCREEN-DENIED-PARTY-EXIT
002140     ELSE
002150         ADD 1 TO WS-REJECTED-COUNT
002160         MOVE WS-FAIL-REASON TO WS-DET-DISPOSITION
002840     MOVE WS-CRM-ADDR       TO CTR-CUST-ADDR.
002850     MOVE CUST-BALANCE      TO CTR-CUST-BALANCE.
002860     MOVE CUST-CREDIT-LIMIT TO CTR-CREDIT-LIMIT.
002861     MOVE CUST-FREIGHT-EXEMPT TO CTR-FREIGHT-EXEMPT.
002862     MOVE CUST-TERMS-CODE   TO CTR-TERMS-CODE.
002863*    A SYSTEM-SOURCED TRANSACTION CARRIES ITS SOURCE AS THE
002864*    OPERATOR, SO THE ACTIVITY AND AUDIT REPORTS ATTRIBUTE
002866*    CRM CHANGES TO THE INTERFACE, NOT TO LEFTOVER GARBAGE.
002868     MOVE 'CRMIMP01'        TO CTR-OPERATOR-ID.
002890     EXIT.
002900
002910*****************************************************************
002911*    2300-SCREEN-DENIED-PARTY                                   *
002912*    SCREEN THE NEW NAME AND ADDRESS AGAINST THE DENIED-PARTY   *
002913*    LIST SO THE CRM TEAM SEES A MATCH ON ITS REPORT.  THE      *
002914*    UPDATE STILL GOES THROUGH - CUSTMNT1 SCREENS THE CHANGE    *
002915*    AGAIN AS IT APPLIES IT AND PUTS THE ACCOUNT ON HOLD, AND   *
002916*    COMPLIANCE REVIEWS THE HIT.                                *
002917*****************************************************************
002918 2300-SCREEN-DENIED-PARTY.
002919     MOVE 'CRMIMP01'         TO WS-DPS-OPERATOR.
002920     MOVE WS-CRM-CUST-ID     TO WS-DPS-CUST-ID.
002921     MOVE WS-CRM-NAME        TO WS-DPS-CUST-NAME.
002922     MOVE WS-CRM-ADDR        TO WS-DPS-STREET.
002923     MOVE SPACES             TO WS-DPS-POSTCODE.
002924     PERFORM 9420-SCREEN-PARTY
002925         THRU 9420-SCREEN-PARTY-EXIT.
002926     IF WS-DPS-HIT
002927         ADD 1 TO WS-DP-HIT-COUNT
002928         MOVE 'ACCEPTED - DENIED-PARTY MATCH'
002929             TO WS-DET-DISPOSITION
002930     END-IF.
002931 2300-SCREEN-DENIED-PARTY-EXIT.
002932     EXIT.
002933*****************************************************************
002934*    3000-PRINT-TOTALS                                          *
002935*****************************************************************
002940 3000-PRINT-TOTALS.
002950     MOVE 'UPDATES READ..............' TO WS-CNT-TITLE.
002960     MOVE WS-READ-COUNT TO WS-CNT-VALUE.
003030     MOVE 'UPDATES REJECTED..........' TO WS-CNT-TITLE.
003040     MOVE WS-REJECTED-COUNT TO WS-CNT-VALUE.
003050     WRITE CRM-IMPORT-LINE FROM WS-COUNT-LINE.
003052
003054     MOVE 'DENIED-PARTY MATCHES......' TO WS-CNT-TITLE.
003056     MOVE WS-DP-HIT-COUNT TO WS-CNT-VALUE.
003058     WRITE CRM-IMPORT-LINE FROM WS-COUNT-LINE.
003060 3000-PRINT-TOTALS-EXIT.
003070     EXIT.
003080
003290     END-IF.
003300     CLOSE CUST-TRAN-OUT.
003310     CLOSE CRM-IMPORT-RPT.
003313     PERFORM 9470-CLOSE-DENIED-PARTIES
003316         THRU 9470-CLOSE-DENIED-PARTIES-EXIT.
003320 9999-TERMINATE-EXIT.
003330     EXIT.
003340
003350*****************************************************************
003360*    9400-LOAD-DENIED-PARTIES                                   *
003370*    SHARED DENIED-PARTY SCREENING ROUTINES - SEE DPSPROC.CPY.  *
003380*****************************************************************
003390     COPY DPSPROC.
