000132*    2026-08-22  PD    IMAGES WIDENED TO 150 FOR THE MERGED-    *
000134*                      INTO POINTER AND LAST-ACTIVITY DATE ON   *
000136*                      CUSTOMER-REC, WITH FRESH SLACK.          *
000137*    2026-10-15  PD    ADDED CMJ-SEQUENCE-NO AND                *
000138*                      CMJ-CHAIN-VALUE (SEE JCHWORK.CPY) AND    *
000139*                      THE 'T' TRAILER RECORD THAT CLOSES EACH  *
000140*                      WRITER'S GENERATION, CARRYING ITS FIRST  *
000141*                      SEQUENCE AND RECORD COUNT IN PLACE OF    *
000142*                      THE BEFORE IMAGE.  THE CHECK VALUE       *
000143*                      COVERS EVERYTHING UP TO AND INCLUDING    *
000144*                      THE SEQUENCE NUMBER.  READERS SKIP       *
000145*                      TRAILERS.                                *
000146*****************************************************************
000150 01  CUST-MASTER-JOURNAL-REC.
000160     05  CMJ-PROGRAM-ID           PIC X(08).
000170     05  CMJ-ACTION               PIC X(01).
000180         88  CMJ-ACTION-WRITE     VALUE 'W'.
000190         88  CMJ-ACTION-REWRITE   VALUE 'R'.
000200         88  CMJ-ACTION-DELETE    VALUE 'D'.
000205         88  CMJ-ACTION-TRAILER   VALUE 'T'.
000210     05  CMJ-JOURNAL-DATE         PIC 9(08).
000220     05  CMJ-JOURNAL-TIME         PIC 9(08).
000230     05  CMJ-CUST-ID              PIC X(05).
000240     05  CMJ-BEFORE-IMAGE         PIC X(150).
000241     05  CMJ-TRAILER-DATA         REDEFINES CMJ-BEFORE-IMAGE.
000242         10  CMJ-TRL-RECORD-COUNT PIC 9(09).
000243         10  CMJ-TRL-FIRST-SEQUENCE
000244                                  PIC 9(09).
000245         10  FILLER               PIC X(132).
000250     05  CMJ-AFTER-IMAGE          PIC X(150).
000260*    APPENDED AT THE END SO RECORDS CUT BEFORE THE FIELD
000270*    EXISTED STILL READ CORRECTLY UP TO THIS POINT.
000280     05  CMJ-CYCLE-NUMBER         PIC 9(07).
000290*    SEALING - APPENDED AT THE END FOR THE SAME REASON.  A
000300*    RECORD CUT BEFORE SEALING BEGAN READS THESE AS SPACES.
000310     05  CMJ-SEQUENCE-NO          PIC 9(09).
000320     05  CMJ-CHAIN-VALUE          PIC 9(09).
