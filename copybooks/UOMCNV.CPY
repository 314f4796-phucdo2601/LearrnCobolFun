000010*****************************************************************
000020*    UOMCNV.CPY                                                 *
000030*    UNIT-CONVERSION RECORD - ONE PER UNIT, OTHER THAN ITS      *
000040*    STOCKING UNIT, THAT AN ITEM MAY BE ORDERED IN, KEYED BY    *
000050*    ITEM AND UNIT CODE.  UCV-FACTOR IS HOW MANY STOCKING       *
000060*    UNITS ONE OF THESE UNITS HOLDS (A CASE OF 12 EACHES HAS    *
000070*    FACTOR 12).  UCV-UNIT-PRICE IS THE LIST PRICE FOR ONE OF   *
000080*    THESE UNITS; ZERO MEANS THE FACTOR TIMES ITM-NUM1.  A UNIT *
000090*    NOT ON THIS FILE IS NOT VALID FOR THE ITEM, EXCEPT THE     *
000100*    ITEM'S OWN STOCKING UNIT, WHICH IS ALWAYS FACTOR 1.        *
000110*    MAINTAINED BY ITEMMNT1'S 'U' TRANSACTION.                  *
000120*-----------------------------------------------------------------
000130*    MOD-HISTORY                                                *
000140*    2026-10-15  PD    ORIGINAL RECORD.                         *
000150*****************************************************************
000160 01  UNIT-CONVERSION-REC.
000170     05  UCV-KEY.
000180         10  UCV-ITM-ID           PIC X(05).
000190         10  UCV-UNIT-CODE        PIC X(02).
000200     05  UCV-FACTOR               PIC 9(05).
000210     05  UCV-UNIT-PRICE           PIC S9(05)V9(02).
000220     05  UCV-CHANGE-DATE          PIC 9(08).
000230     05  UCV-OPERATOR-ID          PIC X(08).
000240     05  FILLER                   PIC X(10).
