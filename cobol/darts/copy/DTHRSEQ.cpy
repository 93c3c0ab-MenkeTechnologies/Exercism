000100*****************************************************************
000110* DTHRSEQ.                                                      *
000120* THROW-SEQUENCE TABLE.  ONE OCCURRENCE PER LEG (PLAYER, GAME   *
000130* AND THE NIGHT IT WAS THROWN) SEEN BY THE SEQUENCE-INTEGRITY   *
000140* CHECKS IN DARTSBAT AND THE CROSS-VENUE DUPLICATE CHECK IN     *
000150* DARTSMRG.  EVERY DART SLOT OF THE LEG (ROUND 1-99, THROW 1-3, *
000160* SLOT = (ROUND - 1) * 3 + THROW) HOLDS THE SOURCE THAT BOOKED  *
000170* IT - "Y" IN DARTSBAT, THE VENUE NUMBER IN DARTSMRG - OR SPACE *
000180* WHEN NO DART HAS ARRIVED FOR IT, SO A DART ARRIVING TWICE IS  *
000190* CAUGHT EXACTLY WHATEVER ORDER THE SENSOR PADS SENT IT IN.     *
000200* THE LAST ROUND SEEN CATCHES A ROUND SKIPPED MID-LEG; THE      *
000210* RUNNING TOTAL AND TURN START (REPLAYED WITH THE DRULETBL OUT  *
000220* RULE, AS DARTSLSM REPLAYS A LEG) CATCH DARTS THROWN AFTER THE *
000230* LEG CHECKED OUT.  THE GAP ROUND IS THE ROUND THAT ARRIVED     *
000240* OUT OF SEQUENCE - EVERY DART OF IT IS HELD OUT, NOT JUST THE  *
000250* FIRST.                                                        *
000260*****************************************************************
000270 01  WS-SEQ-COUNT                PIC 9(04) COMP VALUE ZERO.
000280 01  WS-SEQ-TABLE.
000290     05  WS-SEQ-ENTRY OCCURS 1 TO 2000 TIMES
000300                      DEPENDING ON WS-SEQ-COUNT
000310                      INDEXED BY WS-SEQ-IDX.
000320         10  WS-SEQ-PLAYER-ID        PIC X(10).
000330         10  WS-SEQ-GAME-ID          PIC X(10).
000340         10  WS-SEQ-LEG-DATE         PIC X(08).
000350         10  WS-SEQ-LAST-ROUND       PIC 9(02).
000360         10  WS-SEQ-GAP-ROUND        PIC 9(02).
000370         10  WS-SEQ-OUT-MODE         PIC X(01).
000380             88  WS-SEQ-DOUBLE-OUT           VALUE "D".
000390         10  WS-SEQ-RUNNING-TOTAL    PIC 9(03).
000400         10  WS-SEQ-TURN-START       PIC 9(03).
000410         10  WS-SEQ-LEG-STATUS       PIC X(01).
000420             88  WS-SEQ-LEG-OPEN             VALUE "O".
000430             88  WS-SEQ-LEG-CHECKED-OUT      VALUE "C".
000440         10  WS-SEQ-DART-SLOTS.
000450             15  WS-SEQ-DART-SEEN    PIC X(01) OCCURS 297 TIMES.
000460 01  WS-SEQ-SLOT                 PIC 9(03) COMP VALUE ZERO.
000470 01  WS-SEQ-FOUND-SWITCH         PIC X(01) VALUE "N".
000480     88  WS-SEQ-ENTRY-FOUND              VALUE "Y".
000490 01  WS-SEQ-FULL-SWITCH          PIC X(01) VALUE "N".
000500     88  WS-SEQ-TABLE-FULL               VALUE "Y".
