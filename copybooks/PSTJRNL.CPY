000116*                      ORDER-HISTORY AND GL-JOURNAL ENTRIES.    *
000117*                      THE FILE IS CUT FRESH EACH RUN, SO THE   *
000118*                      WIDER RECORD HAS NO BACK-LEVEL READERS.  *
000119*    2026-10-15  PD    ADDED PJR-SEQUENCE-NO AND                *
000120*                      PJR-CHAIN-VALUE (SEE JCHWORK.CPY) AND    *
000121*                      THE TRAILER RECORD ORDPOST1 WRITES AT A  *
000122*                      CLEAN END OF RUN, GIVING THE RUN'S FIRST *
000123*                      SEQUENCE, RECORD COUNT AND POSTED-AMOUNT *
000124*                      TOTAL.  THE CHECK VALUE COVERS           *
000125*                      EVERYTHING UP TO AND INCLUDING THE       *
000126*                      SEQUENCE NUMBER.  READERS SKIP TRAILERS. *
000127*****************************************************************
000130 01  POSTING-JOURNAL-REC.
000135     05  PJR-DETAIL-DATA.
000140         10  PJR-ORDER-ID         PIC X(06).
000150         10  PJR-CUST-ID          PIC X(05).
000160         10  PJR-BEFORE-BALANCE   PIC S9(07)V9(02).
000170         10  PJR-AFTER-BALANCE    PIC S9(07)V9(02).
000180         10  PJR-POSTED-AMOUNT    PIC S9(07)V9(02).
000190         10  PJR-ORDER-DATE       PIC 9(08).
000200         10  PJR-CURRENCY-CODE    PIC X(03).
000210         10  PJR-BRANCH-CODE      PIC X(03).
000220         10  PJR-GL-OFFSET-ACCT   PIC X(08).
000230     05  PJR-TRAILER-DATA         REDEFINES PJR-DETAIL-DATA.
000240         10  PJR-TRL-RECORD-COUNT PIC 9(09).
000250         10  PJR-TRL-FIRST-SEQUENCE
000260                                  PIC 9(09).
000270         10  PJR-TRL-AMOUNT-TOTAL PIC S9(11)V9(02).
000280         10  FILLER               PIC X(29).
000290     05  PJR-REC-TYPE             PIC X(01).
000300         88  PJR-DETAIL           VALUE SPACE.
000310         88  PJR-TRAILER          VALUE 'T'.
000320     05  PJR-SEQUENCE-NO          PIC 9(09).
000330     05  PJR-CHAIN-VALUE          PIC 9(09).
