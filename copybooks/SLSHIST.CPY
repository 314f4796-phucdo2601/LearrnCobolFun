000090*-----------------------------------------------------------------
000100*    MOD-HISTORY                                                *
000110*    2026-09-01  PD    ORIGINAL RECORD.                         *
000112*    2026-10-15  PD    SLH-REP-CODE ADDED - THE ORDER'S         *
000114*                      SALES REP, FOR BUDGET VS ACTUAL.         *
000116*                      EARLIER LINES CARRY SPACES.              *
000117*    2026-10-15  PD    SLH-ORDERED-QTY AND SLH-UNIT-CODE ADDED  *
000118*                      - THE QUANTITY AND UNIT THE CUSTOMER     *
000119*                      ORDERED.  SLH-QUANTITY AND               *
000120*                      SLH-UNIT-PRICE ARE IN STOCKING UNITS, SO *
000121*                      THE ANALYSES THAT SUM THEM ARE           *
000122*                      UNCHANGED.  EARLIER LINES CARRY ZERO AND *
000123*                      SPACES.                                  *
000124*    2026-10-15  PD    SLH-KIT-ROLE AND SLH-KIT-ITM-ID ADDED.   *
000125*                      A KIT LINE WRITES ONE 'K' ROW FOR THE    *
000126*                      KIT AT ITS OWN PRICE AND ONE 'C' ROW PER *
000127*                      COMPONENT CARRYING THE COMPONENT'S       *
000128*                      PROPORTIONAL SHARE OF THE SAME REVENUE,  *
000129*                      EACH NAMING THE KIT.  ANALYSES THAT      *
000130*                      TOTAL REVENUE MUST SKIP THE 'C' ROWS OR  *
000131*                      COUNT IT TWICE.  OTHER LINES AND EARLIER *
000132*                      LINES CARRY SPACES.                      *
000133*****************************************************************
000134 01  SALES-HISTORY-REC.
000140     05  SLH-ITM-ID               PIC X(05).
000150     05  SLH-CATEGORY-CODE        PIC X(04).
000160     05  SLH-BRANCH-CODE          PIC X(03).
000200     05  SLH-UNIT-PRICE           PIC S9(03)V9(02).
000210     05  SLH-AMOUNT               PIC S9(07)V9(02).
000220     05  SLH-ORDER-DATE           PIC 9(08).
000230     05  SLH-REP-CODE             PIC X(03).
000240     05  SLH-ORDERED-QTY          PIC 9(05).
000250     05  SLH-UNIT-CODE            PIC X(02).
000260     05  SLH-KIT-ROLE             PIC X(01).
000270         88  SLH-KIT-SALE         VALUE 'K'.
000280         88  SLH-KIT-COMPONENT    VALUE 'C'.
000290     05  SLH-KIT-ITM-ID           PIC X(05).
