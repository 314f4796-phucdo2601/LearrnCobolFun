000010*****************************************************************
000020*    CRAPDEC.CPY                                                *
000030*    CREDIT-APPLICATION DECISION - KEYED BY THE CREDIT DESK     *
000040*    AGAINST A PENDING APPLICATION (CRAPP.CPY).  'A' OPENS THE  *
000050*    ACCOUNT: CRAPP01 CUTS THE ADD TRANSACTION FOR CUSTMNT1 AT  *
000060*    THE APPROVED LIMIT (ZERO TAKES THE PROPOSED LIMIT) AND     *
000070*    TERMS (SPACES TAKE THE REQUESTED TERMS).  'R' DECLINES     *
000080*    THE APPLICATION.  A PROBABLE DUPLICATE IS ONLY OPENED      *
000090*    WHEN THE DESK SETS CAD-DUP-OVERRIDE, AND THE DECIDING      *
000100*    OPERATOR MAY NOT BE THE ONE WHO KEYED THE APPLICATION.     *
000110*-----------------------------------------------------------------
000120*    MOD-HISTORY                                                *
000130*    2026-10-15  PD    ORIGINAL RECORD.                         *
000140*****************************************************************
000150 01  CREDIT-APP-DECISION-REC.
000160     05  CAD-APP-ID               PIC X(06).
000170     05  CAD-DECISION             PIC X(01).
000180         88  CAD-APPROVE          VALUE 'A'.
000190         88  CAD-DECLINE          VALUE 'R'.
000200     05  CAD-CUST-ID              PIC X(05).
000210     05  CAD-APPROVED-LIMIT       PIC 9(07)V9(02).
000220     05  CAD-TERMS-CODE           PIC X(03).
000230     05  CAD-DUP-OVERRIDE         PIC X(01).
000240         88  CAD-DUP-OVERRIDDEN   VALUE 'Y'.
000250     05  CAD-DECIDED-BY           PIC X(08).
000260     05  CAD-DECISION-DATE        PIC 9(08).
000270     05  FILLER                   PIC X(39).
