000010*****************************************************************
000020*    DDMTRAN.CPY                                                *
000030*    DIRECT-DEBIT MANDATE TRANSACTION - ONE PER ENROLLMENT      *
000040*    ('E'), CHANGE OF BANK REFERENCE OR PAY BASIS ('C'),        *
000050*    CANCELLATION ('X') OR REINSTATEMENT OF A SUSPENDED         *
000060*    MANDATE ('R'), APPLIED BY DDMMNT01 WITH THE KEYING         *
000070*    OPERATOR ON THE MANDATE REGISTER.  ON A CHANGE, A BLANK    *
000080*    FIELD LEAVES THE MANDATE'S VALUE AS IT IS.                 *
000090*-----------------------------------------------------------------
000100*    MOD-HISTORY                                                *
000110*    2026-10-15  PD    ORIGINAL RECORD.                         *
000120*****************************************************************
000130 01  DD-MANDATE-TRAN-REC.
000140     05  DMT-ACTION               PIC X(01).
000150         88  DMT-ENROLL           VALUE 'E'.
000160         88  DMT-CHANGE           VALUE 'C'.
000170         88  DMT-CANCEL           VALUE 'X'.
000180         88  DMT-REINSTATE        VALUE 'R'.
000190     05  DMT-CUST-ID              PIC X(05).
000200     05  DMT-BANK-REFERENCE       PIC X(18).
000210     05  DMT-MANDATE-DATE         PIC 9(08).
000220     05  DMT-PAY-BASIS            PIC X(01).
000230     05  DMT-OPERATOR-ID          PIC X(08).
