000010*****************************************************************
000020*    KITALRT.CPY                                                *
000030*    KIT ALERT RECORD - WRITTEN BY ITEMMNT1 WHEN A KIT IS       *
000040*    FLAGGED BECAUSE ONE OF ITS COMPONENTS HAS GONE             *
000050*    DISCONTINUED OR BLOCKED OR IS NO LONGER ON FILE, AND WHEN  *
000060*    THE LAST SUCH COMPONENT IS PUT RIGHT AND THE FLAG COMES    *
000070*    OFF.  FOR THE BUYERS, SO THE KIT CAN BE RE-SOURCED OR      *
000080*    WITHDRAWN.                                                 *
000090*-----------------------------------------------------------------
000100*    MOD-HISTORY                                                *
000110*    2026-10-15  PD    ORIGINAL RECORD.                         *
000120*****************************************************************
000130 01  KIT-ALERT-REC.
000140     05  KAL-ACTION               PIC X(01).
000150         88  KAL-KIT-FLAGGED      VALUE 'F'.
000160         88  KAL-KIT-CLEARED      VALUE 'C'.
000170     05  KAL-KIT-ITM-ID           PIC X(05).
000180     05  KAL-KIT-NAME             PIC X(06).
000190*    THE COMPONENT THAT CAUSED THE FLAG AND ITS STATUS - 'D'
000200*    DISCONTINUED, 'B' BLOCKED, 'M' NOT ON FILE.  SPACES WHEN
000210*    THE FLAG IS CLEARED.
000220     05  KAL-COMP-ITM-ID          PIC X(05).
000230     05  KAL-COMP-STATUS          PIC X(01).
000240     05  KAL-CHANGE-DATE          PIC 9(08).
000250     05  KAL-OPERATOR-ID          PIC X(08).
000260     05  FILLER                   PIC X(06).
