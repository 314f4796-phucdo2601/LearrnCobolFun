000010*****************************************************************
000020*    BCFTRK.CPY                                                 *
000030*    BALANCE CONFIRMATION TRACKING RECORD - ONE PER LETTER.     *
000040*    BALCNF01 ADDS A RECORD AS EACH LETTER IS PRINTED, WITH OUR *
000050*    BALANCE AND THE OPEN ITEMS IT SHOWED; BCFRSP01 RECORDS THE *
000060*    CUSTOMER'S ANSWER - AGREED, OR DISPUTED WITH THE           *
000070*    CUSTOMER'S OWN FIGURE - AND STAMPS THE DATE A SECOND       *
000080*    REQUEST FELL DUE ON ANY LETTER LEFT UNANSWERED.  THE KEY   *
000090*    IS CUSTOMER AND CONFIRMATION DATE.                         *
000100*-----------------------------------------------------------------
000110*    MOD-HISTORY                                                *
000120*    2026-10-15  PD    ORIGINAL RECORD.                         *
000130*****************************************************************
000140 01  BAL-CONFIRM-TRACK-REC.
000150     05  BCL-CUST-ID              PIC X(05).
000160     05  BCL-CONFIRM-DATE         PIC 9(08).
000170     05  BCL-ENGAGEMENT-REF       PIC X(10).
000180     05  BCL-SELECT-BASIS         PIC X(01).
000190         88  BCL-SELECT-THRESHOLD VALUE 'T'.
000200         88  BCL-SELECT-RANDOM    VALUE 'R'.
000210     05  BCL-OUR-BALANCE          PIC S9(07)V9(02).
000220     05  BCL-OPEN-ITEM-TOTAL      PIC S9(07)V9(02).
000230     05  BCL-OPEN-ITEM-COUNT      PIC 9(03).
000240     05  BCL-STATUS               PIC X(01).
000250         88  BCL-STATUS-SENT      VALUE 'S'.
000260         88  BCL-STATUS-AGREED    VALUE 'A'.
000270         88  BCL-STATUS-DISPUTED  VALUE 'D'.
000280     05  BCL-RESPONSE-DATE        PIC 9(08).
000290     05  BCL-CUST-FIGURE          PIC S9(07)V9(02).
000300     05  BCL-DIFFERENCE           PIC S9(07)V9(02).
000310     05  BCL-SECOND-REQ-DATE      PIC 9(08).
000320     05  BCL-ENTERED-BY           PIC X(08).
000330     05  FILLER                   PIC X(10).
