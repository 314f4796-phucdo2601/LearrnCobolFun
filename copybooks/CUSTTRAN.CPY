000340*                      KEYED THE TRANSACTION, CARRIED INTO      *
000350*                      THE EXCEPTION RECORDS AND THE            *
000360*                      PER-OPERATOR ACTIVITY REPORT.            *
000362*    2026-10-15  PD    ADDED ACTION 'B' - RELEASE THE REFUND    *
000364*                      STOP ONCE THE SERVICE DESK HAS CORRECTED *
000366*                      THE CUSTOMER'S BANK DETAILS.             *
000368*    2026-10-15  PD    ADDED CTR-FREIGHT-EXEMPT SO THE FREIGHT  *
000370*                      EXEMPTION IS MAINTAINED THROUGH THE SAME *
000372*                      TRANSACTION PATH AS THE REST OF THE      *
000374*                      RECORD.                                  *
000375*    2026-10-15  PD    ADDED CTR-TERMS-CODE, MAINTAINED ONTO    *
000376*                      CUST-TERMS-CODE BY ADD AND CHANGE.       *
000378*    2026-10-15  PD    ADDED ACTIONS 'P' (PUT THE ACCOUNT ON    *
000380*                      CASH IN ADVANCE) AND 'N' (TAKE IT OFF    *
000382*                      AGAIN).                                  *
000384*****************************************************************
000386 01  CUST-TRAN-REC.
000390     05  CTR-ACTION               PIC X(01).
000400         88  CTR-ADD              VALUE 'A'.
000410         88  CTR-CHANGE           VALUE 'C'.
000430         88  CTR-REACTIVATE       VALUE 'R'.
000440         88  CTR-CREDIT-HOLD      VALUE 'H'.
000450         88  CTR-RELEASE-HOLD     VALUE 'U'.
000455         88  CTR-REFUND-RELEASE   VALUE 'B'.
000456         88  CTR-CASH-IN-ADVANCE  VALUE 'P'.
000457         88  CTR-CIA-RELEASE      VALUE 'N'.
000460     05  CTR-CUST-ID              PIC X(05).
000470     05  CTR-CUST-NAME            PIC A(20).
000480     05  CTR-CUST-ADDR.
000570     05  CTR-PARENT-ID            PIC X(05).
000580     05  CTR-BILL-CYCLE           PIC X(01).
000590     05  CTR-DELIVERY-CODE        PIC X(01).
000600     05  CTR-FREIGHT-EXEMPT       PIC X(01).
000610     05  CTR-TERMS-CODE           PIC X(03).
