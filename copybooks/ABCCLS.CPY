000010*****************************************************************
000020*    ABCCLS.CPY                                                 *
000030*    ITEM ABC CLASS - ONE PER STOCKED ITEM, KEYED BY ITEM,      *
000040*    REBUILT EACH QUARTER-END BY ABCCLS01 FROM THE YEAR'S       *
000050*    USAGE VALUE (SLSHIST QUANTITY AT ITM-UNIT-COST).  'A'      *
000060*    ITEMS CARRY THE FIRST 80% OF THE VALUE, 'B' THE NEXT 15%,  *
000070*    'C' THE REST.  THE CLASS SETS HOW OFTEN THE ITEM IS        *
000080*    CYCLE-COUNTED (CNTSCHD.CPY) AND GROUPS STKCNT01'S COUNT    *
000090*    ACCURACY.                                                  *
000100*-----------------------------------------------------------------
000110*    MOD-HISTORY                                                *
000120*    2026-10-15  PD    ORIGINAL RECORD.                         *
000130*****************************************************************
000140 01  ABC-CLASS-REC.
000150     05  ABC-ITM-ID               PIC X(05).
000160     05  ABC-CLASS                PIC X(01).
000170         88  ABC-CLASS-A          VALUE 'A'.
000180         88  ABC-CLASS-B          VALUE 'B'.
000190         88  ABC-CLASS-C          VALUE 'C'.
000200     05  ABC-USAGE-QTY            PIC 9(07).
000210     05  ABC-USAGE-VALUE          PIC 9(09)V9(02).
000220     05  ABC-CUM-PCT              PIC 9(03)V9(02).
000230     05  ABC-CLASSIFIED-DATE      PIC 9(08).
000240     05  FILLER                   PIC X(10).
