000230*                      FILLER SO ITEMS CAN BE GROUPED BY LINE    *
000240*                      OF BUSINESS.  VALIDATED AGAINST THE       *
000250*                      CATEGORY REFERENCE FILE BY ITEMMNT1.      *
000251*    2026-10-15  PD    ITM-SELL-UNIT AND ITM-STOCK-UNIT CARVED  *
000252*                      OUT OF THE FILLER - THE UNIT THE ITEM IS *
000253*                      NORMALLY SOLD IN AND THE UNIT STOCK IS   *
000254*                      COUNTED IN (SPACES MEAN 'EA').  OTHER    *
000255*                      UNITS AN ITEM MAY BE ORDERED IN, AND HOW *
000256*                      MANY STOCKING UNITS EACH HOLDS, ARE ON   *
000257*                      THE UNIT-CONVERSION FILE (UOMCNV.CPY).   *
000258*                      ITM-NUM1 AND ITM-UNIT-COST ARE PER       *
000259*                      STOCKING UNIT.                           *
000260*    2026-10-15  PD    ITM-KIT-SW CARVED OUT OF THE LAST FILLER *
000261*                      BYTE - 'K' MARKS A KIT OR BUNDLE ITEM    *
000262*                      WHOSE COMPONENTS ARE ON THE KIT          *
000263*                      BILL-OF-MATERIALS FILE (KITBOM.CPY), 'F' *
000264*                      A KIT FLAGGED BECAUSE A COMPONENT HAS    *
000265*                      GONE DISCONTINUED OR BLOCKED OR IS NO    *
000266*                      LONGER ON FILE.  SET ONLY BY ITEMMNT1 AS *
000267*                      THE BILL AND THE COMPONENTS ARE          *
000268*                      MAINTAINED.                              *
000269*****************************************************************
000270 01  ITEM-MASTER-REC.
000280     05  ITM-ID                  PIC X(05).
000290     05  ITM-NAME                PIC A(06).
000360         88  ITM-STS-BLOCKED     VALUE 'B'.
000370     05  ITM-VENDOR-ID           PIC X(05).
000380     05  ITM-UNIT-COST           PIC S9(3)V9(2) COMP-3.
000390     05  ITM-SELL-UNIT           PIC X(02).
000400     05  ITM-STOCK-UNIT          PIC X(02).
000410     05  ITM-KIT-SW              PIC X(01).
000420         88  ITM-IS-KIT          VALUES 'K' 'F'.
000430         88  ITM-KIT-FLAGGED     VALUE 'F'.
