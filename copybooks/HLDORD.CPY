000110*    2026-08-22  PD    ORIGINAL RECORD.                         *
000112*    2026-08-22  PD    ADDED HLD-BRANCH-CODE SO A RELEASED      *
000114*                      ORDER KEEPS ITS DEPOT.                   *
000116*    2026-10-15  PD    ADDED HLD-HOLD-REASON - SPACE FOR AN     *
000118*                      ORDER DATED BEYOND THE CYCLE, 'P' FOR A  *
000120*                      CASH-IN-ADVANCE ORDER AWAITING ITS       *
000122*                      PREPAYMENT - AND HLD-FUNDS-RECEIVED, THE *
000124*                      PREPAYMENT BANKED AGAINST THE ORDER SO   *
000126*                      FAR.                                     *
000128*****************************************************************
000130 01  HELD-ORDER-REC.
000140     05  HLD-ORDER-ID             PIC X(06).
000150     05  HLD-CUST-ID              PIC X(05).
000190     05  HLD-TRAN-TYPE            PIC X(01).
000200     05  HLD-HELD-DATE            PIC 9(08).
000210     05  HLD-BRANCH-CODE          PIC X(03).
000220     05  HLD-HOLD-REASON          PIC X(01).
000230         88  HLD-POST-DATED       VALUE SPACE.
000240         88  HLD-AWAIT-FUNDS      VALUE 'P'.
000250     05  HLD-FUNDS-RECEIVED       PIC S9(07)V9(02).
