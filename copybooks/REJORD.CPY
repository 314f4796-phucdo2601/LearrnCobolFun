000080*    Q1 QUANTITY OVER LIMIT, T1 KEYED/PRICED AMOUNTS DO NOT     *
000090*    TIE, B1 MORE LINES THAN THE GATE CAN HOLD, H1 CUSTOMER     *
000100*    ON CREDIT HOLD, I2 LINE ITEM BLOCKED, R1 REP CODE NOT     *
000110*    ON FILE, S1 CUSTOMER ON DENIED-PARTY HOLD, U1 LINE UNIT    *
000113*    OF MEASURE NOT SET UP FOR THE ITEM, K1 KIT ITEM WITH NO    *
000116*    USABLE BILL OF MATERIALS.                                  *
000120*-----------------------------------------------------------------
000130*    MOD-HISTORY                                                *
000140*    2026-08-22  PD    ORIGINAL RECORD.                         *
000170*    2026-09-01  PD    ADDED RJO-BRANCH-CODE SO THE BRANCH     *
000180*                      ACKNOWLEDGMENT RUN CAN TELL EACH DEPOT  *
000190*                      ITS OWN REJECTS.                        *
000193*    2026-10-15  PD    ADDED REASON S1 - CUSTOMER ON            *
000196*                      DENIED-PARTY HOLD.                       *
000198*    2026-10-15  PD    ADDED REASON U1 - LINE UNIT OF MEASURE   *
000200*                      NOT SET UP FOR THE ITEM.  Q1 ALSO COVERS *
000202*                      A LINE TOO LARGE ONCE CONVERTED TO       *
000204*                      STOCKING UNITS.                          *
000206*    2026-10-15  PD    ADDED REASON K1 - A KIT ITEM WITH NO     *
000208*                      COMPONENTS ON THE KIT BILL-OF-MATERIALS  *
000210*                      FILE, OR MORE THAN THE GATE CAN EXPLODE. *
000212*                      I1 AND I2 ALSO COVER A KIT COMPONENT NOT *
000214*                      ON FILE OR BLOCKED.                      *
000216*****************************************************************
000218 01  REJECTED-ORDER-REC.
000220     05  RJO-ORDER-ID             PIC X(06).
000230     05  RJO-CUST-ID              PIC X(05).
000240     05  RJO-ORDER-AMOUNT         PIC S9(07)V9(02).
