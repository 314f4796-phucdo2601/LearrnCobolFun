000114*                      START OF RUN FROM THE CYCLE-CONTROL     *
000116*                      FILE SO EVERY JOURNAL RECORD CARRIES    *
000118*                      ITS CYCLE.                              *
000119*    2026-10-15  PD    ADDED THE CHAIN POSITION THE WRITER      *
000120*                      CARRIES BETWEEN RECORDS.  THE CALLER     *
000121*                      ALSO COPIES JCHWORK.CPY, AND OPENS AND   *
000122*                      CLOSES THE JOURNAL THROUGH               *
000123*                      9610-OPEN-CUST-JOURNAL AND               *
000124*                      9620-CLOSE-CUST-JOURNAL.                 *
000125*****************************************************************
000130 01  WS-CMJ-FILE-STATUS       PIC X(02).
000140     88  WS-CMJ-OK            VALUE '00'.
000150
000200     05  WS-CMJ-BEFORE-IMAGE  PIC X(150).
000210     05  WS-CMJ-AFTER-IMAGE   PIC X(150).
000220     05  WS-CMJ-CYCLE-NUMBER  PIC 9(07) VALUE 0.
000230*    THE LAST SEQUENCE AND CHECK VALUE ON THE JOURNAL, AND THE
000240*    FIRST SEQUENCE AND RECORD COUNT OF THIS RUN'S GENERATION.
000250     05  WS-CMJ-LAST-SEQUENCE PIC 9(09) VALUE 0.
000260     05  WS-CMJ-LAST-VALUE    PIC 9(09) VALUE 0.
000270     05  WS-CMJ-GEN-FIRST     PIC 9(09) VALUE 0.
000280     05  WS-CMJ-GEN-COUNT     PIC 9(09) VALUE 0.
