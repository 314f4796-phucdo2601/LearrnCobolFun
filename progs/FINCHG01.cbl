000540*                    (PAYPLAN.CPY, MONITORED BY PLANMON1) IS     *
000550*                    NOW EXEMPT FROM THE ASSESSMENT WHILE THE    *
000560*                    PLAN IS HONORED.                            *
000561*    2026-10-15  PD  THE GRACE PERIOD NOW RUNS FROM EACH         *
000562*                    CHARGE'S DUE DATE UNDER THE CUSTOMER'S      *
000563*                    PAYMENT TERMS (OHS-DUE-DATE) INSTEAD OF ITS *
000564*                    ORDER DATE, SO A CUSTOMER ON 60-DAY TERMS   *
000565*                    IS NOT CHARGED INTEREST INSIDE THE TERMS.   *
000566*                    A RECORD WITH NO DUE DATE AGES FROM ITS     *
000567*                    ORDER DATE AS BEFORE.                       *
000570*****************************************************************
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
006740*****************************************************************
006750*    2200-AGE-ONE-ORDER                                         *
006760*    ONLY CHARGES INSIDE THE GRACE PERIOD ARE TOTALLED - THE    *
006766*    AGE IS COUNTED ON A 30/360 BASIS FROM THE DUE DATE, THE    *
006772*    SAME AS ARAGE01.                                           *
006780*****************************************************************
006790 2200-AGE-ONE-ORDER.
006800*    A PRIOR FINANCE CHARGE NEVER JOINS THE BASE - INTEREST
006870     END-IF.
006880     IF OHS-AMOUNT > 0
006890         MOVE OHS-ORDER-DATE TO WS-ORDER-DATE
006891*        THE GRACE PERIOD RUNS FROM THE DUE DATE UNDER THE
006892*        CUSTOMER'S TERMS - A RECORD WITH NONE FELL DUE ON ITS
006893*        ORDER DATE.
006894         IF OHS-DUE-DATE NUMERIC AND OHS-DUE-DATE > 0
006895             MOVE OHS-DUE-DATE TO WS-ORDER-DATE
006896         END-IF
006900         COMPUTE WS-AGE-DAYS
006910             = (WS-AS-OF-YYYY - WS-ORDER-YYYY) * 360
006920             + (WS-AS-OF-MM - WS-ORDER-MM) * 30
