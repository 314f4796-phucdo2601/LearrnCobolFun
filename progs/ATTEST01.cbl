000190*                    NIGHT AND EXACTLY WHAT THEY SAW.  ANY       *
000200*                    FAILED CONTROL ENDS RC 8; A CERTIFICATE     *
000210*                    WITH NO SIGN-OFF KEYED YET ENDS RC 4.       *
000213*    2026-10-15  PD  THE INVOICE RUN'S REGISTER TIE-OUT IS NOW   *
000216*                    A FIFTH EXPECTED CONTROL VERDICT.           *
000217*    2026-10-15  PD  THE BANK RECONCILIATION'S VERDICT IS NOW A  *
000218*                    SIXTH EXPECTED CONTROL VERDICT.             *
000220*    2026-10-15  PD  THE AR SUBLEDGER TO GL RECONCILIATION'S     *
000222*                    VERDICT IS NOW A SEVENTH EXPECTED CONTROL   *
000224*                    VERDICT.                                    *
000225*    2026-10-15  PD  THE JOURNAL CHAIN CHECK (JRNVFY01) IS NOW   *
000226*                    AN EIGHTH EXPECTED CONTROL VERDICT.         *
000227*****************************************************************
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000890*****************************************************************
000900*    CONTROL TOTALS                                             *
000910*****************************************************************
000911*    THE STREAM RUNS EIGHT NAMED CONTROLS - DATA QUALITY, THE
000912*    JOURNAL CHAIN CHECK, THE BALANCE PROOF, THE AR-TO-GL
000913*    RECONCILIATION, THE INVOICE TIE, THE BANK RECONCILIATION,
000914*    THE TIE-OUT, AND THE EXCEPTION SUMMARY.  A CERTIFICATE
000915*    SHORT OF THAT IS A CONTROL THAT NEVER RAN.
000916     01  WS-EXPECTED-CONTROLS     PIC 9(02) COMP VALUE 8.
000920     01  WS-TOTALS.
000930         05  WS-CONTROL-COUNT     PIC 9(02) COMP VALUE 0.
000940         05  WS-PASSED-COUNT      PIC 9(02) COMP VALUE 0.
