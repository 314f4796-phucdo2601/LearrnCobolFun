000200*                      CERTIFICATION.  A GENUINELY DEAD PRIOR  *
000210*                      RUN IS OVERRIDDEN BY SUPPLYING A        *
000220*                      RECORD ON THE RUNOVRD DD.               *
000221*    2026-10-15  PD    ADDED CYC-PERIOD-END-CYCLE - THE CYCLE   *
000222*                      NUMBER THE MONTH-END STREAM LAST RAN     *
000223*                      AGAINST, SET BY MEGATE01 WHEN IT TAKES   *
000224*                      THE LOCK, SO A SECOND MONTH-END          *
000225*                      SUBMISSION FOR THE SAME CYCLE IS         *
000226*                      REFUSED.  CARRIED FORWARD BY CYCLCTL1;   *
000227*                      SPACE OR ZERO MEANS NO MONTH-END HAS     *
000228*                      RUN.                                     *
000229*    2026-10-15  PD    ADDED CYC-INTRADAY-CYCLE - THE CYCLE     *
000230*                      NUMBER THE MIDDAY INTRADAY STREAM LAST   *
000231*                      POSTED UNDER, SET BY IDGATE01 WHEN IT    *
000232*                      TAKES THE LOCK.  INTRADAY WORK IS        *
000233*                      STAMPED WITH THE NUMBER THE NEXT NIGHT   *
000234*                      WILL RUN AS, SO THAT NIGHT PROVES AND    *
000235*                      CERTIFIES IT; A SECOND INTRADAY RUN FOR  *
000236*                      THE SAME CYCLE IS REFUSED.  CARRIED      *
000237*                      FORWARD BY CYCLCTL1; SPACE OR ZERO MEANS *
000238*                      NO INTRADAY RUN.                         *
000239*****************************************************************
000240 01  CYCLE-CONTROL-REC.
000250     05  CYC-LAST-RUN-DATE        PIC 9(08).
000260     05  CYC-CYCLE-NUMBER         PIC 9(07).
000350         88  CYC-IN-FLIGHT        VALUE 'Y'.
000360     05  CYC-RUN-START-DATE       PIC 9(08).
000370     05  CYC-RUN-START-TIME       PIC 9(08).
000380     05  CYC-PERIOD-END-CYCLE     PIC 9(07).
000390     05  CYC-INTRADAY-CYCLE       PIC 9(07).
