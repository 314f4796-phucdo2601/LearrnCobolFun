000118*                      QUOCNV01 CAN TURN AN ACCEPTED,          *
000120*                      UNEXPIRED QUOTE INTO AN ORDER AT THE    *
000122*                      QUOTED PRICE.                           *
000123*    2026-10-15  PD    A QUOTED RESULT MAY NOW CARRY A WARNING  *
000124*                      IN QRS-REASON - THE DATE OF A PRICE      *
000125*                      CHANGE SCHEDULED INSIDE THE QUOTE'S      *
000126*                      VALIDITY.  QRS-STATUS STILL DECIDES      *
000127*                      WHETHER THE QUOTE CAN CONVERT.           *
000128*****************************************************************
000130 01  QUOTE-RESULT-REC.
000140     05  QRS-ITM-ID               PIC X(05).
000150     05  QRS-QUANTITY             PIC 9(05).
