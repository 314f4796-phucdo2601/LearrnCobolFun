000010*****************************************************************
000020*    DPDEC.CPY                                                  *
000030*    DENIED-PARTY REVIEW DECISION - KEYED BY COMPLIANCE AGAINST *
000040*    AN OPEN HIT (DPHIT.CPY), IDENTIFIED BY CUSTOMER AND LIST   *
000050*    ENTRY.  'C' CLEARS THE HIT AS A FALSE MATCH: THE PAIR IS   *
000060*    REMEMBERED AND THE DENIED-PARTY HOLD IS RELEASED ONCE THE  *
000070*    CUSTOMER HAS NO OTHER HIT OPEN OR CONFIRMED.  'F' CONFIRMS *
000080*    THE MATCH AND THE HOLD STAYS ON.                           *
000090*-----------------------------------------------------------------
000100*    MOD-HISTORY                                                *
000110*    2026-10-15  PD    ORIGINAL RECORD.                         *
000120*****************************************************************
000130 01  DP-DECISION-REC.
000140     05  DPD-CUST-ID              PIC X(05).
000150     05  DPD-ENTRY-ID             PIC X(10).
000160     05  DPD-DECISION             PIC X(01).
000170         88  DPD-CLEAR            VALUE 'C'.
000180         88  DPD-CONFIRM          VALUE 'F'.
000190     05  DPD-REVIEWED-BY          PIC X(08).
000200     05  DPD-REVIEW-DATE          PIC 9(08).
000210     05  DPD-NOTE                 PIC X(30).
000220     05  FILLER                   PIC X(18).
