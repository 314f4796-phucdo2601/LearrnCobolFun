000710*                    STILL TIES TO THE MECLOSE1 TOTAL AND A     *
000720*                    FAMILY STATEMENT IS NEVER UNDERSTATED BY   *
000730*                    A MEMBER BILLED IN ANOTHER WEEK.           *
000732*    2026-10-15  PD  A TYPE-'B' HISTORY RECORD (YEAR-END         *
000734*                    VOLUME-REBATE CREDIT) IS LABELLED REBATE ON *
000736*                    THE STATEMENT.                              *
000737*    2026-10-15  PD  A FREIGHT CHARGE (ORDER-HISTORY TYPE 'D')   *
000738*                    NOW PRINTS AS ITS OWN FREIGHT LINE ON THE   *
000739*                    STATEMENT.                                  *
000741*    2026-10-15  PD  AN EARLY-PAYMENT DISCOUNT RECORD ON THE     *
000743*                    ORDER HISTORY IS LABELLED DISCOUNT.         *
000744*    2026-10-15  PD  THE STEP NOW WRITES ITS START AND END       *
000745*                    EVENTS TO THE STEP LOG AND ITS RUN-CONTROL  *
000746*                    ROW FOR THE MONTH-END STREAM (MONTHRUN), SO *
000747*                    RSTPLN01 CAN PLAN A RESTART AND RUNBAL01    *
000748*                    CAN CERTIFY THE MONTH-END.                  *
000749*****************************************************************
000750 ENVIRONMENT DIVISION.
000760 INPUT-OUTPUT SECTION.
000770 FILE-CONTROL.
001140         ACCESS MODE IS SEQUENTIAL
001150         RECORD KEY IS OPI-ORDER-ID
001160         FILE STATUS IS WS-OPI-FILE-STATUS.
001161
001162     SELECT STEP-LOG-FILE ASSIGN TO STEPLOG
001163         ORGANIZATION IS LINE SEQUENTIAL
001164         FILE STATUS IS WS-STP-FILE-STATUS.
001165
001166     SELECT STEP-RUN-CONTROL-FILE ASSIGN TO MERUNCTL
001167         ORGANIZATION IS LINE SEQUENTIAL
001168         FILE STATUS IS WS-MRC-FILE-STATUS.
001170
001180 DATA DIVISION.
001190 FILE SECTION.
001520 FD  OPEN-ITEM-FILE
001530     LABEL RECORDS ARE STANDARD.
001540     COPY OPENITEM.
001541
001542 FD  STEP-LOG-FILE
001543     LABEL RECORDS ARE STANDARD.
001544     COPY STEPLOG.
001545
001546 FD  STEP-RUN-CONTROL-FILE
001547     LABEL RECORDS ARE STANDARD.
001548     COPY RUNCTL
001549         REPLACING RUN-CONTROL-REC BY STEP-RUN-CONTROL-REC.
001550
001560 WORKING-STORAGE SECTION.
001570     01  WS-PARM-FILE-STATUS      PIC X(02).
003630             'TOTAL CLOSING BALANCES....'.
003640         05  WS-TRL-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003650         05  FILLER               PIC X(36) VALUE SPACES.
003653
003656     COPY STPWORK.
003660
003670 PROCEDURE DIVISION.
003680*****************************************************************
003690*    0000-MAINLINE                                              *
003700*****************************************************************
003710 0000-MAINLINE.
003712     MOVE 'STMTGEN1' TO WS-STP-PROGRAM.
003714     PERFORM 9700-LOG-STEP-START
003716         THRU 9700-LOG-STEP-START-EXIT.
003718
003720     PERFORM 1000-INITIALIZE
003730         THRU 1000-INITIALIZE-EXIT.
003740
004030     PERFORM 9999-TERMINATE
004040         THRU 9999-TERMINATE-EXIT.
004050
004051     MOVE WS-CUSTOMER-COUNT TO WS-STP-RECORDS-IN.
004052     MOVE WS-CUSTOMER-COUNT TO WS-STP-APPLIED.
004053     PERFORM 9710-LOG-STEP-END
004054         THRU 9710-LOG-STEP-END-EXIT.
004055
004060     STOP RUN.
004070
004080*****************************************************************
006800             MOVE 'FIN CHG'  TO WS-ACT-TYPE
006810         WHEN OHS-TYPE-TAX
006820             MOVE 'TAX'      TO WS-ACT-TYPE
006823         WHEN OHS-TYPE-FREIGHT
006826             MOVE 'FREIGHT'  TO WS-ACT-TYPE
006827         WHEN OHS-TYPE-DISCOUNT
006828             MOVE 'DISCOUNT' TO WS-ACT-TYPE
006830         WHEN OHS-TYPE-HELD-RELEASE
006840             MOVE 'RELEASE'  TO WS-ACT-TYPE
006842         WHEN OHS-TYPE-QUOTE
006844             MOVE 'QUOTE'    TO WS-ACT-TYPE
006846         WHEN OHS-TYPE-REBATE
006848             MOVE 'REBATE'   TO WS-ACT-TYPE
006850         WHEN OHS-AMOUNT < 0
006860             MOVE 'CREDIT'   TO WS-ACT-TYPE
006870         WHEN OTHER
011220     CLOSE ESTATEMENT-EXTRACT.
011230 9999-TERMINATE-EXIT.
011240     EXIT.
011250
011260*****************************************************************
011270*    9700-LOG-STEP-START                                        *
011280*    SHARED STEP-LOG AND RUN-CONTROL WRITER - SEE STPPROC.CPY.  *
011290*****************************************************************
011300     COPY STPPROC.
