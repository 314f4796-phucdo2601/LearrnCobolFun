000100*-----------------------------------------------------------------
000110*    MOD-HISTORY                                                *
000120*    2026-08-22  PD    ORIGINAL AREA.                           *
000122*    2026-10-15  PD    ADDED RLK-BREAK-QTY - THE TIER-2 BREAK   *
000124*                      QUANTITY RETURNED BY A LOOKUP, ZERO WHEN *
000126*                      THE CODE HAS NO BREAK.                   *
000130*****************************************************************
000140 01  RATE-LOOKUP-PARMS.
000150     05  RLK-FUNCTION             PIC X(01).
000240         88  RLK-NOT-FOUND        VALUE '04'.
000250         88  RLK-NOT-LOADED       VALUE '08'.
000260         88  RLK-BAD-FUNCTION     VALUE '12'.
000270     05  RLK-BREAK-QTY            PIC 9(05).
