000390*                    FIRES FOR RESTORED CUSTOMERS - A            *
000400*                    MISMATCHED CUSTOMER'S POSTINGS STAND, SO    *
000410*                    THEIR REGISTER ENTRIES DO TOO.              *
000413*    2026-10-15  PD  THE REVERSING CREDIT CARRIES A ZERO DUE     *
000416*                    DATE - A CREDIT HAS NO DUE DATE OF ITS OWN. *
000418*    2026-10-15  PD  THE CUSTOMER-MASTER JOURNAL IS OPENED AND   *
000420*                    CLOSED THROUGH 9610/9620-CUST-JOURNAL SO    *
000422*                    EACH RECORD IS SEALED INTO THE CHAIN AND    *
000424*                    THE RUN'S GENERATION ENDS IN A TRAILER.     *
000425*    2026-10-15  PD  THE GENERATION TRAILERS NOW CLOSING EACH    *
000426*                    RUN'S STRETCH OF THE POSTING JOURNAL ARE    *
000427*                    SKIPPED.                                    *
000428*****************************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
001290         88  WS-EOF               VALUE 'Y'.
001300
001310     COPY CMJWORK.
001315     COPY JCHWORK.
001320
001330     01  WS-CYC-FILE-STATUS       PIC X(02).
001340         88  WS-CYC-OK            VALUE '00'.
003000             WS-GLJ-FILE-STATUS
003010     END-IF.
003020
003026     PERFORM 9610-OPEN-CUST-JOURNAL
003032         THRU 9610-OPEN-CUST-JOURNAL-EXIT.
003040     IF NOT WS-CMJ-OK
003050         DISPLAY 'ORDBKO01: OPEN CUST-JOURNAL-FILE FAILED '
003060             WS-CMJ-FILE-STATUS
003370*    THE AFTER-BALANCE IS ALWAYS THE LATEST SEEN.               *
003380*****************************************************************
003390 2000-ABSORB-JOURNAL.
003392     IF PJR-TRAILER
003394         GO TO 2000-ABSORB-NEXT
003396     END-IF.
003400     ADD 1 TO WS-JOURNAL-COUNT.
003410
003420     MOVE 'N' TO WS-FOUND-SW.
003620         END-IF
003630     END-IF.
003640
003645 2000-ABSORB-NEXT.
003650     PERFORM 8000-READ-JOURNAL
003660         THRU 8000-READ-JOURNAL-EXIT.
003670 2000-ABSORB-JOURNAL-EXIT.
004600*    3600-REVERSE-ONE-POSTING                                   *
004610*****************************************************************
004620 3600-REVERSE-ONE-POSTING.
004622     IF PJR-TRAILER
004624         GO TO 3600-REVERSE-NEXT
004626     END-IF.
004630     MOVE 'N' TO WS-FOUND-SW.
004640     PERFORM 2100-MATCH-CUSTOMER
004650         THRU 2100-MATCH-CUSTOMER-EXIT
004970     MOVE PJR-BRANCH-CODE     TO OHS-BRANCH-CODE.
004980     MOVE 'R'                 TO OHS-TRAN-TYPE.
004990     MOVE SPACES              TO OHS-REP-CODE.
004995     MOVE 0                   TO OHS-DUE-DATE.
005000     WRITE ORDER-HISTORY-REC.
005010
005020     PERFORM 3700-WRITE-REVERSING-GL
005890     IF WS-GLJ-OK
005900         CLOSE GL-JOURNAL-FILE
005910     END-IF.
005916     PERFORM 9620-CLOSE-CUST-JOURNAL
005922         THRU 9620-CLOSE-CUST-JOURNAL-EXIT.
005930     IF NOT WS-POR-DISABLED
005940         CLOSE POSTED-ORDER-REGISTER
005950     END-IF.
006010*    SHARED FORWARD-RECOVERY JOURNAL WRITER - SEE CMJPROC.CPY.  *
006020*****************************************************************
006030     COPY CMJPROC.
006040
006050*****************************************************************
006060*    9650-COMPUTE-CHAIN-VALUE                                   *
006070*    SHARED JOURNAL CHAIN ROUTINES - SEE JCHPROC.CPY.           *
006080*****************************************************************
006090     COPY JCHPROC.
