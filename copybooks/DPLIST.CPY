000010*****************************************************************
000020*    DPLIST.CPY                                                 *
000030*    DENIED-PARTY LIST ENTRY - ONE NAMED PARTY FROM A PUBLISHED *
000040*    GOVERNMENT DENIED-PARTY OR SANCTIONS LIST.  COMPLIANCE     *
000050*    RELOADS THE WHOLE FILE WHEN A LIST IS REPUBLISHED; THE     *
000060*    ENTRY ID IS THE LIST'S OWN REFERENCE AND MUST STAY STABLE  *
000070*    ACROSS RELOADS, BECAUSE CLEARED HITS ARE KEPT BY IT.       *
000080*    ADDRESS FIELDS ARE OPTIONAL AND ONLY STRENGTHEN A MATCH.   *
000090*-----------------------------------------------------------------
000100*    MOD-HISTORY                                                *
000110*    2026-10-15  PD    ORIGINAL RECORD.                         *
000120*****************************************************************
000130 01  DENIED-PARTY-REC.
000140     05  DPL-ENTRY-ID             PIC X(10).
000150     05  DPL-LIST-CODE            PIC X(04).
000160     05  DPL-NAME                 PIC X(40).
000170     05  DPL-ADDR.
000180         10  DPL-ADDR-STREET      PIC X(20).
000190         10  DPL-ADDR-CITY        PIC X(15).
000200         10  DPL-ADDR-REGION      PIC X(03).
000210         10  DPL-ADDR-POSTCODE    PIC X(10).
000220     05  DPL-LISTED-DATE          PIC 9(08).
000230     05  FILLER                   PIC X(10).
