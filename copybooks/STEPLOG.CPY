000060*-----------------------------------------------------------------
000070*    MOD-HISTORY                                                *
000080*    2026-08-09  PD    ORIGINAL RECORD.                         *
000082*    2026-10-15  PD    ADDED THE CKPT EVENT - A POSTING STEP    *
000084*                      LOGS ONE AT EACH COMMIT-INTERVAL         *
000086*                      CHECKPOINT, SO RSTPLN01 CAN TELL A STEP  *
000088*                      THAT WILL RESUME ITSELF FROM ONE THAT    *
000089*                      MUST BE BACKED OUT AND RERUN.            *
000090*****************************************************************
000100 01  STEP-LOG-REC.
000110     05  LOG-STEP-NAME            PIC X(10).
000130     05  LOG-STEP-EVENT           PIC X(05).
000140         88  LOG-EVENT-START      VALUE 'START'.
000150         88  LOG-EVENT-END        VALUE 'END'.
000155         88  LOG-EVENT-CKPT       VALUE 'CKPT'.
000160     05  FILLER                   PIC X(01).
000170     05  LOG-STEP-DATE            PIC 9(08).
000180     05  FILLER                   PIC X(01).
