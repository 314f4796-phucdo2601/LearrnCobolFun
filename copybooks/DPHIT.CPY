000010*****************************************************************
000020*    DPHIT.CPY                                                  *
000030*    DENIED-PARTY HIT - A CUSTOMER WHOSE NAME (AND ADDRESS)     *
000040*    SCORED AS A PROBABLE MATCH TO A LIST ENTRY.  WRITTEN BY    *
000050*    THE SCREENING ROUTINE (DPSPROC.CPY) IN EVERY PROGRAM THAT  *
000060*    SCREENS, AND CARRIED BY DPSREV01 UNTIL COMPLIANCE CLEARS   *
000070*    OR CONFIRMS IT.  THE REVIEW FIELDS ARE SPACES/ZERO UNTIL   *
000080*    THEN.                                                      *
000090*-----------------------------------------------------------------
000100*    MOD-HISTORY                                                *
000110*    2026-10-15  PD    ORIGINAL RECORD.                         *
000120*****************************************************************
000130 01  DP-HIT-REC.
000140     05  DPH-HIT-DATE             PIC 9(08).
000150     05  DPH-PROGRAM              PIC X(08).
000160     05  DPH-OPERATOR-ID          PIC X(08).
000170     05  DPH-CUST-ID              PIC X(05).
000180     05  DPH-CUST-NAME            PIC X(20).
000190     05  DPH-ENTRY-ID             PIC X(10).
000200     05  DPH-LIST-CODE            PIC X(04).
000210     05  DPH-LIST-NAME            PIC X(40).
000220     05  DPH-SCORE                PIC 9(03).
000230     05  DPH-ADDR-MATCH           PIC X(01).
000240         88  DPH-ADDRESS-MATCHED  VALUE 'Y'.
000250     05  DPH-STATUS               PIC X(01).
000260         88  DPH-OPEN             VALUE SPACE.
000270         88  DPH-CLEARED          VALUE 'C'.
000280         88  DPH-CONFIRMED        VALUE 'F'.
000290     05  DPH-REVIEWED-BY          PIC X(08).
000300     05  DPH-REVIEW-DATE          PIC 9(08).
000310     05  FILLER                   PIC X(16).
