000010*****************************************************************
000020*    DPSPROC.CPY                                                *
000030*    SHARED DENIED-PARTY SCREENING ROUTINES.  COPY THIS INTO    *
000040*    THE PROCEDURE DIVISION (THE WAY AUTPROC.CPY IS SHARED)     *
000050*    AFTER DECLARING DENIED-PARTY-FILE WITH DPLIST.CPY, DP-     *
000060*    CLEARED-FILE WITH DPCLR.CPY AND DP-HIT-FILE WITH DPHIT.CPY *
000070*    UNDER THEIR FDS, STATUSES WS-DPL-, WS-DPC- AND WS-DPH-     *
000080*    FILE-STATUS, AND COPYING DPSWORK.CPY INTO WORKING-         *
000090*    STORAGE.  NAMES ARE COMPARED THE WAY NAMVAL01 AND THE      *
000100*    STRING UTILITIES WORK THEM - INSPECT CONVERTING TO FOLD    *
000110*    CASE AND BLANK PUNCTUATION, INSPECT REPLACING TO DROP      *
000120*    NOISE WORDS, AND INSPECT TALLYING TO COUNT THE LETTER      *
000130*    PAIRS TWO NAMES SHARE.  WITHOUT THE LIST NOTHING CAN BE    *
000140*    SCREENED, WHICH IS REPORTED AT START OF RUN.               *
000150*-----------------------------------------------------------------
000160*    MOD-HISTORY                                                *
000170*    2026-10-15  PD    ORIGINAL PARAGRAPHS.                     *
000180*****************************************************************
000190 9400-LOAD-DENIED-PARTIES.
000200     MOVE 0 TO WS-DPS-COUNT WS-DPS-CLR-COUNT.
000210     OPEN INPUT DENIED-PARTY-FILE.
000220     IF NOT WS-DPL-OK
000230         DISPLAY WS-DPS-PROGRAM ': NO DENIED-PARTY LIST - '
000240             'CUSTOMERS ARE NOT SCREENED'
000250         GO TO 9400-LOAD-DENIED-PARTIES-EXIT
000260     END-IF.
000270     MOVE 'Y' TO WS-DPS-LOADED-SW.
000280     PERFORM 9405-READ-DENIED-PARTY
000290         THRU 9405-READ-DENIED-PARTY-EXIT
000300         UNTIL WS-DPL-EOF.
000310     CLOSE DENIED-PARTY-FILE.
000320
000330*    NO CLEARED FILE YET SIMPLY MEANS NOTHING HAS BEEN CLEARED.
000340     OPEN INPUT DP-CLEARED-FILE.
000350     IF WS-DPC-OK
000360         PERFORM 9410-READ-CLEARED-PAIR
000370             THRU 9410-READ-CLEARED-PAIR-EXIT
000380             UNTIL WS-DPC-EOF
000390         CLOSE DP-CLEARED-FILE
000400     END-IF.
000410
000420     OPEN EXTEND DP-HIT-FILE.
000430     IF WS-DPH-FILE-STATUS = '35'
000440         OPEN OUTPUT DP-HIT-FILE
000450     END-IF.
000460     IF WS-DPH-OK
000470         MOVE 'Y' TO WS-DPS-HIT-OPEN-SW
000480     ELSE
000490         DISPLAY WS-DPS-PROGRAM ': OPEN DP-HIT-FILE FAILED '
000500             WS-DPH-FILE-STATUS
000510         MOVE 8 TO RETURN-CODE
000520     END-IF.
000530 9400-LOAD-DENIED-PARTIES-EXIT.
000540     EXIT.
000550
000560*****************************************************************
000570*    9405-READ-DENIED-PARTY                                     *
000580*    A LIST TOO LONG FOR THE TABLE WOULD LEAVE PARTIES          *
000590*    UNSCREENED, SO THE OVERFLOW FAILS THE STEP.                *
000600*****************************************************************
000610 9405-READ-DENIED-PARTY.
000620     READ DENIED-PARTY-FILE
000630         AT END
000640             MOVE '10' TO WS-DPL-FILE-STATUS
000650             GO TO 9405-READ-DENIED-PARTY-EXIT
000660     END-READ.
000670     IF WS-DPS-COUNT NOT < WS-DPS-MAX-ROWS
000680         IF WS-DPS-COUNT = WS-DPS-MAX-ROWS
000690             DISPLAY WS-DPS-PROGRAM ': DENIED-PARTY TABLE FULL '
000700                 'AT ' WS-DPS-MAX-ROWS
000710                 ' - REMAINING ENTRIES NOT SCREENED'
000720             MOVE 8 TO RETURN-CODE
000730             ADD 1 TO WS-DPS-COUNT
000740         END-IF
000750         GO TO 9405-READ-DENIED-PARTY-EXIT
000760     END-IF.
000770     ADD 1 TO WS-DPS-COUNT.
000780     MOVE DPL-ENTRY-ID      TO WS-DPS-T-ENTRY-ID(WS-DPS-COUNT).
000790     MOVE DPL-LIST-CODE     TO WS-DPS-T-LIST-CODE(WS-DPS-COUNT).
000800     MOVE DPL-NAME          TO WS-DPS-T-NAME(WS-DPS-COUNT).
000810     MOVE DPL-ADDR-POSTCODE TO WS-DPS-T-POSTCODE(WS-DPS-COUNT).
000820     MOVE DPL-NAME          TO WS-DPS-RAW.
000830     PERFORM 9450-NORMALIZE-NAME
000840         THRU 9450-NORMALIZE-NAME-EXIT.
000850     MOVE WS-DPS-KEY        TO WS-DPS-T-KEY(WS-DPS-COUNT).
000860     MOVE WS-DPS-KEY-LEN    TO WS-DPS-T-KEY-LEN(WS-DPS-COUNT).
000870     MOVE DPL-ADDR-STREET   TO WS-DPS-RAW.
000880     PERFORM 9450-NORMALIZE-NAME
000890         THRU 9450-NORMALIZE-NAME-EXIT.
000900     MOVE WS-DPS-KEY        TO WS-DPS-T-STREET(WS-DPS-COUNT).
000910 9405-READ-DENIED-PARTY-EXIT.
000920     EXIT.
000930
000940*****************************************************************
000950*    9410-READ-CLEARED-PAIR                                     *
000960*****************************************************************
000970 9410-READ-CLEARED-PAIR.
000980     READ DP-CLEARED-FILE
000990         AT END
001000             MOVE '10' TO WS-DPC-FILE-STATUS
001010             GO TO 9410-READ-CLEARED-PAIR-EXIT
001020     END-READ.
001030     IF WS-DPS-CLR-COUNT NOT < WS-DPS-MAX-CLR-ROWS
001040         IF WS-DPS-CLR-COUNT = WS-DPS-MAX-CLR-ROWS
001050             DISPLAY WS-DPS-PROGRAM ': CLEARED-PAIR TABLE FULL '
001060                 'AT ' WS-DPS-MAX-CLR-ROWS
001070                 ' - LATER PAIRS MAY HIT AGAIN'
001080             MOVE 8 TO RETURN-CODE
001090             ADD 1 TO WS-DPS-CLR-COUNT
001100         END-IF
001110         GO TO 9410-READ-CLEARED-PAIR-EXIT
001120     END-IF.
001130     ADD 1 TO WS-DPS-CLR-COUNT.
001140     MOVE DPC-CUST-ID  TO WS-DPS-C-CUST-ID(WS-DPS-CLR-COUNT).
001150     MOVE DPC-ENTRY-ID TO WS-DPS-C-ENTRY-ID(WS-DPS-CLR-COUNT).
001160 9410-READ-CLEARED-PAIR-EXIT.
001170     EXIT.
001180
001190*****************************************************************
001200*    9420-SCREEN-PARTY                                          *
001210*    SCORE THE CUSTOMER AGAINST EVERY LIST ENTRY.  EACH         *
001220*    PROBABLE MATCH NOT ALREADY CLEARED IS WRITTEN TO THE HIT   *
001230*    FILE, AND THE BEST OF THEM IS LEFT IN WS-DPS-BEST-SCORE    *
001240*    AND WS-DPS-BEST-ENTRY FOR THE CALLER'S REPORT.             *
001250*****************************************************************
001260 9420-SCREEN-PARTY.
001270     MOVE 'N'    TO WS-DPS-HIT-SW.
001280     MOVE 0      TO WS-DPS-BEST-SCORE.
001290     MOVE SPACES TO WS-DPS-BEST-ENTRY.
001300     IF NOT WS-DPS-LOADED
001310         GO TO 9420-SCREEN-PARTY-EXIT
001320     END-IF.
001330     ADD 1 TO WS-DPS-SCREEN-COUNT.
001340     MOVE WS-DPS-CUST-NAME TO WS-DPS-RAW.
001350     PERFORM 9450-NORMALIZE-NAME
001360         THRU 9450-NORMALIZE-NAME-EXIT.
001370     MOVE WS-DPS-KEY     TO WS-DPS-PARTY-KEY.
001380     MOVE WS-DPS-KEY-LEN TO WS-DPS-PARTY-LEN.
001390     MOVE WS-DPS-STREET  TO WS-DPS-RAW.
001400     PERFORM 9450-NORMALIZE-NAME
001410         THRU 9450-NORMALIZE-NAME-EXIT.
001420     MOVE WS-DPS-KEY     TO WS-DPS-PARTY-STREET.
001430     IF WS-DPS-PARTY-LEN = 0
001440         GO TO 9420-SCREEN-PARTY-EXIT
001450     END-IF.
001460     PERFORM 9430-SCORE-ENTRY
001470         THRU 9430-SCORE-ENTRY-EXIT
001480         VARYING WS-DPS-SUB FROM 1 BY 1
001490         UNTIL WS-DPS-SUB > WS-DPS-COUNT
001500             OR WS-DPS-SUB > WS-DPS-MAX-ROWS.
001510 9420-SCREEN-PARTY-EXIT.
001520     EXIT.
001530
001540*****************************************************************
001550*    9430-SCORE-ENTRY                                           *
001560*    THE ADDRESS ONLY COUNTS WHEN BOTH SIDES CARRY IT.          *
001570*****************************************************************
001580 9430-SCORE-ENTRY.
001590     PERFORM 9460-SCORE-NAME
001600         THRU 9460-SCORE-NAME-EXIT.
001610     MOVE 'N' TO WS-DPS-ADDR-SW.
001620     IF WS-DPS-POSTCODE NOT = SPACES
001630             AND WS-DPS-POSTCODE = WS-DPS-T-POSTCODE(WS-DPS-SUB)
001640         MOVE 'Y' TO WS-DPS-ADDR-SW
001650     END-IF.
001660     IF WS-DPS-PARTY-STREET NOT = SPACES
001670             AND WS-DPS-PARTY-STREET = WS-DPS-T-STREET(WS-DPS-SUB)
001680         MOVE 'Y' TO WS-DPS-ADDR-SW
001690     END-IF.
001700     IF WS-DPS-SCORE < WS-DPS-NAME-THRESHOLD
001710         IF NOT WS-DPS-ADDR-MATCH
001720                 OR WS-DPS-SCORE < WS-DPS-ADDR-THRESHOLD
001730             GO TO 9430-SCORE-ENTRY-EXIT
001740         END-IF
001750     END-IF.
001760
001770     MOVE 'N' TO WS-DPS-CLEARED-SW.
001780     PERFORM 9435-MATCH-CLEARED-PAIR
001790         THRU 9435-MATCH-CLEARED-PAIR-EXIT
001800         VARYING WS-DPS-CLR-SUB FROM 1 BY 1
001810         UNTIL WS-DPS-CLR-SUB > WS-DPS-CLR-COUNT
001820             OR WS-DPS-CLR-SUB > WS-DPS-MAX-CLR-ROWS
001830             OR WS-DPS-CLEARED.
001840     IF WS-DPS-CLEARED
001850         GO TO 9430-SCORE-ENTRY-EXIT
001860     END-IF.
001870
001880     MOVE 'Y' TO WS-DPS-HIT-SW.
001890     IF WS-DPS-SCORE > WS-DPS-BEST-SCORE
001900             OR WS-DPS-BEST-ENTRY = SPACES
001910         MOVE WS-DPS-SCORE                 TO WS-DPS-BEST-SCORE
001920         MOVE WS-DPS-T-ENTRY-ID(WS-DPS-SUB) TO WS-DPS-BEST-ENTRY
001930     END-IF.
001940     PERFORM 9440-WRITE-HIT
001950         THRU 9440-WRITE-HIT-EXIT.
001960 9430-SCORE-ENTRY-EXIT.
001970     EXIT.
001980
001990*****************************************************************
002000*    9435-MATCH-CLEARED-PAIR                                    *
002010*****************************************************************
002020 9435-MATCH-CLEARED-PAIR.
002030     IF WS-DPS-C-CUST-ID(WS-DPS-CLR-SUB) = WS-DPS-CUST-ID
002040             AND WS-DPS-C-ENTRY-ID(WS-DPS-CLR-SUB)
002050                 = WS-DPS-T-ENTRY-ID(WS-DPS-SUB)
002060         MOVE 'Y' TO WS-DPS-CLEARED-SW
002070     END-IF.
002080 9435-MATCH-CLEARED-PAIR-EXIT.
002090     EXIT.
002100
002110*****************************************************************
002120*    9440-WRITE-HIT                                             *
002130*****************************************************************
002140 9440-WRITE-HIT.
002150     ADD 1 TO WS-DPS-HIT-COUNT.
002160     IF NOT WS-DPS-HIT-OPEN
002170         GO TO 9440-WRITE-HIT-EXIT
002180     END-IF.
002190     MOVE SPACES           TO DP-HIT-REC.
002200     MOVE WS-DPS-DATE      TO DPH-HIT-DATE.
002210     MOVE WS-DPS-PROGRAM   TO DPH-PROGRAM.
002220     MOVE WS-DPS-OPERATOR  TO DPH-OPERATOR-ID.
002230     MOVE WS-DPS-CUST-ID   TO DPH-CUST-ID.
002240     MOVE WS-DPS-CUST-NAME TO DPH-CUST-NAME.
002250     MOVE WS-DPS-T-ENTRY-ID(WS-DPS-SUB)  TO DPH-ENTRY-ID.
002260     MOVE WS-DPS-T-LIST-CODE(WS-DPS-SUB) TO DPH-LIST-CODE.
002270     MOVE WS-DPS-T-NAME(WS-DPS-SUB)      TO DPH-LIST-NAME.
002280     MOVE WS-DPS-SCORE     TO DPH-SCORE.
002290     IF WS-DPS-ADDR-MATCH
002300         MOVE 'Y' TO DPH-ADDR-MATCH
002310     ELSE
002320         MOVE 'N' TO DPH-ADDR-MATCH
002330     END-IF.
002340     MOVE 0                TO DPH-REVIEW-DATE.
002350     WRITE DP-HIT-REC.
002360 9440-WRITE-HIT-EXIT.
002370     EXIT.
002380
002390*****************************************************************
002400*    9450-NORMALIZE-NAME                                        *
002410*    WS-DPS-RAW IN, WS-DPS-KEY AND WS-DPS-KEY-LEN OUT.  THE     *
002420*    NAME IS PADDED WITH A SPACE EACH SIDE SO A NOISE WORD IS   *
002430*    ALWAYS FOUND BETWEEN SPACES; TWO PASSES CATCH NOISE WORDS  *
002440*    THAT SHARE A SPACE ("THE ACME CO AND CO").                 *
002450*****************************************************************
002460 9450-NORMALIZE-NAME.
002470     INSPECT WS-DPS-RAW
002480         CONVERTING WS-DPS-LOWER-CASE TO WS-DPS-UPPER-CASE.
002490     INSPECT WS-DPS-RAW
002500         CONVERTING WS-DPS-PUNCTUATION TO WS-DPS-PUNCT-BLANKS.
002510     MOVE SPACES     TO WS-DPS-PADDED.
002520     MOVE WS-DPS-RAW TO WS-DPS-PADDED(2:40).
002530     PERFORM 9452-DROP-NOISE-WORDS
002540         THRU 9452-DROP-NOISE-WORDS-EXIT 2 TIMES.
002550     MOVE SPACES TO WS-DPS-KEY.
002560     MOVE 0      TO WS-DPS-KEY-LEN.
002570     MOVE SPACE  TO WS-DPS-LAST-CHAR.
002580     PERFORM 9455-COMPACT-CHAR
002590         THRU 9455-COMPACT-CHAR-EXIT
002600         VARYING WS-DPS-IN-SUB FROM 1 BY 1
002610         UNTIL WS-DPS-IN-SUB > 42.
002620     IF WS-DPS-KEY-LEN > 0
002630         IF WS-DPS-KEY(WS-DPS-KEY-LEN:1) = SPACE
002640             SUBTRACT 1 FROM WS-DPS-KEY-LEN
002650         END-IF
002660     END-IF.
002670 9450-NORMALIZE-NAME-EXIT.
002680     EXIT.
002690
002700*****************************************************************
002710*    9452-DROP-NOISE-WORDS                                      *
002720*****************************************************************
002730 9452-DROP-NOISE-WORDS.
002740     INSPECT WS-DPS-PADDED
002750         REPLACING ALL ' THE '     BY '     '
002760                   ALL ' AND '     BY '     '
002770                   ALL ' LTD '     BY '     '
002780                   ALL ' INC '     BY '     '
002790                   ALL ' LLC '     BY '     '
002800                   ALL ' CO '      BY '    '
002810                   ALL ' CORP '    BY '      '
002820                   ALL ' LIMITED ' BY '         '
002830                   ALL ' COMPANY ' BY '         '.
002840 9452-DROP-NOISE-WORDS-EXIT.
002850     EXIT.
002860
002870*****************************************************************
002880*    9455-COMPACT-CHAR                                          *
002890*    COPY ONE CHARACTER TO THE KEY, CLOSING RUNS OF SPACES UP   *
002900*    TO ONE AND DROPPING LEADING SPACES.                        *
002910*****************************************************************
002920 9455-COMPACT-CHAR.
002930     MOVE WS-DPS-PADDED(WS-DPS-IN-SUB:1) TO WS-DPS-ONE-CHAR.
002940     IF WS-DPS-KEY-LEN NOT < 40
002950         GO TO 9455-COMPACT-CHAR-EXIT
002960     END-IF.
002970     IF WS-DPS-ONE-CHAR = SPACE
002980         IF WS-DPS-KEY-LEN = 0 OR WS-DPS-LAST-CHAR = SPACE
002990             GO TO 9455-COMPACT-CHAR-EXIT
003000         END-IF
003010     END-IF.
003020     ADD 1 TO WS-DPS-KEY-LEN.
003030     MOVE WS-DPS-ONE-CHAR TO WS-DPS-KEY(WS-DPS-KEY-LEN:1).
003040     MOVE WS-DPS-ONE-CHAR TO WS-DPS-LAST-CHAR.
003050 9455-COMPACT-CHAR-EXIT.
003060     EXIT.
003070
003080*****************************************************************
003090*    9460-SCORE-NAME                                            *
003100*    SIMILARITY OF THE CUSTOMER'S KEY TO THE CURRENT ENTRY'S,   *
003110*    0-100: TWICE THE LETTER PAIRS THEY SHARE OVER THE PAIRS    *
003120*    THEY HAVE BETWEEN THEM.  IDENTICAL KEYS SCORE 100.         *
003130*****************************************************************
003140 9460-SCORE-NAME.
003150     MOVE 0 TO WS-DPS-SCORE.
003160     MOVE WS-DPS-T-KEY(WS-DPS-SUB)     TO WS-DPS-CAND-KEY.
003170     MOVE WS-DPS-T-KEY-LEN(WS-DPS-SUB) TO WS-DPS-CAND-LEN.
003180     IF WS-DPS-CAND-LEN = 0
003190         GO TO 9460-SCORE-NAME-EXIT
003200     END-IF.
003210     IF WS-DPS-CAND-KEY = WS-DPS-PARTY-KEY
003220         MOVE 100 TO WS-DPS-SCORE
003230         GO TO 9460-SCORE-NAME-EXIT
003240     END-IF.
003250     IF WS-DPS-CAND-LEN < 2 OR WS-DPS-PARTY-LEN < 2
003260         GO TO 9460-SCORE-NAME-EXIT
003270     END-IF.
003280     MOVE 0 TO WS-DPS-COMMON.
003290     PERFORM 9465-MATCH-PAIR
003300         THRU 9465-MATCH-PAIR-EXIT
003310         VARYING WS-DPS-BI-SUB FROM 1 BY 1
003320         UNTIL WS-DPS-BI-SUB NOT < WS-DPS-PARTY-LEN.
003330     COMPUTE WS-DPS-PAIRS
003340         = WS-DPS-PARTY-LEN + WS-DPS-CAND-LEN - 2.
003350     COMPUTE WS-DPS-RAW-SCORE ROUNDED
003360         = WS-DPS-COMMON * 200 / WS-DPS-PAIRS.
003370     IF WS-DPS-RAW-SCORE > 100
003380         MOVE 100 TO WS-DPS-SCORE
003390     ELSE
003400         MOVE WS-DPS-RAW-SCORE TO WS-DPS-SCORE
003410     END-IF.
003420 9460-SCORE-NAME-EXIT.
003430     EXIT.
003440
003450*****************************************************************
003460*    9465-MATCH-PAIR                                            *
003470*****************************************************************
003480 9465-MATCH-PAIR.
003490     MOVE 0 TO WS-DPS-TALLY.
003500     INSPECT WS-DPS-CAND-KEY(1:WS-DPS-CAND-LEN)
003510         TALLYING WS-DPS-TALLY
003520         FOR ALL WS-DPS-PARTY-KEY(WS-DPS-BI-SUB:2).
003530     IF WS-DPS-TALLY > 0
003540         ADD 1 TO WS-DPS-COMMON
003550     END-IF.
003560 9465-MATCH-PAIR-EXIT.
003570     EXIT.
003580
003590*****************************************************************
003600*    9470-CLOSE-DENIED-PARTIES                                  *
003610*****************************************************************
003620 9470-CLOSE-DENIED-PARTIES.
003630     IF WS-DPS-HIT-OPEN
003640         CLOSE DP-HIT-FILE
003650     END-IF.
003660 9470-CLOSE-DENIED-PARTIES-EXIT.
003670     EXIT.
