000114*                      CANCELLED, DUPLICATE SUSPECT, AND FRAUD  *
000116*                      REFERRAL - SO EVERY SUBMITTED ORDER      *
000118*                      APPEARS IN EXACTLY ONE ACKNOWLEDGMENT.   *
000120*    2026-10-15  PD    HELD REASON PF - AWAITING                *
000122*                      CASH-IN-ADVANCE PREPAYMENT.  CANCELLED   *
000124*                      REASON PX - CANCELLED BY ORDHLD01 WHEN   *
000126*                      THE PREPAYMENT DID NOT ARRIVE IN TIME.   *
000127*    2026-10-15  PD    DISPOSITION M - A SALE HELD BY THE GATE  *
000128*                      FOR MARGIN APPROVAL BECAUSE IT SELLS     *
000129*                      BELOW COST OR BELOW THE CATEGORY MINIMUM *
000130*                      MARGIN.  CANCELLED REASON MC - CANCELLED *
000131*                      BY THE APPROVER IN MRGAPPR1.             *
000132*****************************************************************
000133 01  BRANCH-ACK-REC.
000140     05  ACK-BRANCH-CODE          PIC X(03).
000150     05  ACK-ORDER-ID             PIC X(06).
000160     05  ACK-CUST-ID              PIC X(05).
000212         88  ACK-CANCELLED        VALUE 'C'.
000214         88  ACK-DUP-SUSPECT      VALUE 'D'.
000216         88  ACK-FRAUD-REFERRED   VALUE 'F'.
000218         88  ACK-MARGIN-HOLD      VALUE 'M'.
000220     05  ACK-REASON-CODE          PIC X(02).
