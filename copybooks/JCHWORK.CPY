000010*****************************************************************
000020*    JCHWORK.CPY                                                *
000030*    WORKING-STORAGE FIELDS FOR THE SHARED JOURNAL CHAIN        *
000040*    ROUTINES (SEE JCHPROC.CPY).  EVERY SEALED JOURNAL RECORD   *
000050*    CARRIES A RUNNING SEQUENCE NUMBER AND A CHECK VALUE        *
000060*    COMPUTED OVER THE PREVIOUS RECORD'S CHECK VALUE AND ITS    *
000070*    OWN CONTENT, AND EACH GENERATION A PROGRAM APPENDS ENDS IN *
000080*    A TRAILER RECORD GIVING ITS FIRST SEQUENCE AND RECORD      *
000090*    COUNT - SO A DELETED, INSERTED OR ALTERED RECORD BREAKS    *
000100*    THE CHAIN FROM THAT POINT ON.  THE WRITER KEEPS ITS OWN    *
000110*    LAST SEQUENCE AND VALUE; THE WS-JCH-VFY- FIELDS ARE THE    *
000120*    STATE OF A VERIFYING READ.                                 *
000130*-----------------------------------------------------------------
000140*    MOD-HISTORY                                                *
000150*    2026-10-15  PD    ORIGINAL FIELDS.                         *
000160*****************************************************************
000170 01  WS-JCH-WORK.
000180*    9650-COMPUTE-CHAIN-VALUE - THE CALLER LOADS THE PRIOR VALUE,
000190*    THE SEALED PART OF THE RECORD INTO WS-JCH-DATA AND ITS
000200*    LENGTH, AND GETS THE NEW VALUE BACK IN WS-JCH-VALUE.
000210     05  WS-JCH-PRIOR-VALUE   PIC 9(09) VALUE 0.
000220     05  WS-JCH-LENGTH        PIC 9(04) COMP VALUE 0.
000230     05  WS-JCH-VALUE         PIC 9(09) VALUE 0.
000240     05  WS-JCH-SUB           PIC 9(04) COMP VALUE 0.
000250     05  WS-JCH-ACCUM         PIC 9(11) COMP VALUE 0.
000260     05  WS-JCH-QUOTIENT      PIC 9(11) COMP VALUE 0.
000270     05  WS-JCH-MODULUS       PIC 9(09) COMP VALUE 999999937.
000280*    ONE BYTE OF THE RECORD, VIEWED AS A BINARY NUMBER 0-255.
000290     05  WS-JCH-BYTE-PAIR.
000300         10  FILLER           PIC X(01) VALUE LOW-VALUE.
000310         10  WS-JCH-BYTE      PIC X(01).
000320     05  WS-JCH-BYTE-NUM      REDEFINES WS-JCH-BYTE-PAIR
000330                              PIC 9(04) COMP.
000340*    9660-CHECK-CHAIN-LINK - THE CALLER LOADS THE RECORD'S OWN
000350*    SEQUENCE AND CHECK VALUE (ZERO SEQUENCE FOR A RECORD CUT
000360*    BEFORE SEALING BEGAN) AND, FOR A TRAILER, ITS COUNTS.
000370     05  WS-JCH-CHK-SEQUENCE  PIC 9(09) VALUE 0.
000380     05  WS-JCH-CHK-VALUE     PIC 9(09) VALUE 0.
000390     05  WS-JCH-CHK-TRAILER-SW PIC X(01) VALUE 'N'.
000400         88  WS-JCH-CHK-TRAILER VALUE 'Y'.
000410     05  WS-JCH-CHK-TRL-COUNT PIC 9(09) VALUE 0.
000420     05  WS-JCH-CHK-TRL-FIRST PIC 9(09) VALUE 0.
000430*    THE VERIFYING READ'S POSITION IN THE CHAIN.  GEN-FIRST IS
000440*    THE FIRST SEQUENCE OF THE GENERATION NOT YET CLOSED BY A
000450*    TRAILER - ZERO WHEN THE LAST SEALED RECORD WAS A TRAILER.
000460     05  WS-JCH-VFY-LAST-SEQUENCE PIC 9(09) VALUE 0.
000470     05  WS-JCH-VFY-LAST-VALUE    PIC 9(09) VALUE 0.
000480     05  WS-JCH-VFY-GEN-FIRST     PIC 9(09) VALUE 0.
000490     05  WS-JCH-VFY-SEALED-SW     PIC X(01) VALUE 'N'.
000500         88  WS-JCH-VFY-SEALED    VALUE 'Y'.
000510     05  WS-JCH-VFY-COUNTS.
000520         10  WS-JCH-VFY-LEGACY    PIC 9(09) COMP VALUE 0.
000530         10  WS-JCH-VFY-RECORDS   PIC 9(09) COMP VALUE 0.
000540         10  WS-JCH-VFY-TRAILERS  PIC 9(09) COMP VALUE 0.
000550         10  WS-JCH-VFY-WARNINGS  PIC 9(09) COMP VALUE 0.
000560*    THE OUTCOME FOR THE RECORD JUST CHECKED.
000570     05  WS-JCH-BREAK-SW      PIC X(01) VALUE 'N'.
000580         88  WS-JCH-BREAK     VALUE 'Y'.
000590     05  WS-JCH-WARNING-SW    PIC X(01) VALUE 'N'.
000600         88  WS-JCH-WARNING   VALUE 'Y'.
000610     05  WS-JCH-MESSAGE       PIC X(40) VALUE SPACES.
000620
000630 01  WS-JCH-DATA              PIC X(400).
