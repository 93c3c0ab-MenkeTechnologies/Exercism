000100*****************************************************************
000110* DCUPBRK.                                                      *
000120* KNOCKOUT CUP BRACKET MASTER - RECORD LAYOUT AND IN-MEMORY     *
000130* TABLE.  ONE RECORD PER TIE (ROUND AND SLOT) OF EACH CUP DRAWN *
000140* BY DARTSCUP.  ROUND 1 HOLDS HALF THE BRACKET SIZE (THE ENTRY  *
000150* ROUNDED UP TO A POWER OF TWO) IN SLOTS; THE WINNERS OF SLOTS  *
000160* 2K-1 AND 2K OF A ROUND MEET IN SLOT K OF THE NEXT, AND THAT   *
000170* TIE IS ONLY ADDED TO THE MASTER, WITH ITS FIXTURE, ONCE BOTH  *
000180* FEEDING TIES ARE DECIDED.  THE MATCH ID IS THE CUP ID, ROUND  *
000190* AND SLOT, SO DARTSMAT'S RESULT ROW FINDS ITS TIE DIRECTLY.    *
000200* SLOT STATUS: "B" A BYE (THE HOME SIDE WALKS THROUGH, NO       *
000210* FIXTURE), "P" FIXTURE ISSUED AND NO RESULT YET, "H" HELD -    *
000220* THE LAST RESULT WAS UNDECIDED OR NO LEGS (CARRIED IN THE      *
000230* RESULT STATUS), "W" WON - THE WINNER GOES THROUGH.  A SEED OF *
000240* ZERO IS AN UNSEEDED PLAYER.  THE ROUND INTERVAL (DAYS BETWEEN *
000242* ROUNDS) SET BY THE DRAW CARD IS CARRIED ON EVERY TIE, AND     *
000244* EACH TIE ADDED LATER IS DATED THAT MANY DAYS AFTER THE LATER  *
000246* OF ITS FEEDING TIES, SO THE WEEKLY PROGRESS CARD NEED NOT     *
000248* REPEAT IT.                                                    *
000250*****************************************************************
000260 01  CUP-BRACKET-RECORD.
000270     05  CBK-CUP-ID              PIC X(04).
000280     05  CBK-ROUND               PIC 9(02).
000290     05  CBK-SLOT                PIC 9(02).
000300     05  CBK-MATCH-ID            PIC X(08).
000310     05  CBK-HOME-PLAYER-ID      PIC X(10).
000320     05  CBK-HOME-SEED           PIC 9(02).
000330     05  CBK-AWAY-PLAYER-ID      PIC X(10).
000340     05  CBK-AWAY-SEED           PIC 9(02).
000350     05  CBK-BEST-OF             PIC 9(02).
000360     05  CBK-SCHED-DATE          PIC 9(08).
000370     05  CBK-HOME-LEGS-WON       PIC 9(02).
000380     05  CBK-AWAY-LEGS-WON       PIC 9(02).
000390     05  CBK-WINNER-PLAYER-ID    PIC X(10).
000400     05  CBK-SLOT-STATUS         PIC X(01).
000410         88  CBK-BYE                     VALUE "B".
000420         88  CBK-PENDING                 VALUE "P".
000430         88  CBK-HELD                    VALUE "H".
000440         88  CBK-WON                     VALUE "W".
000450         88  CBK-DECIDED                 VALUE "B" "W".
000460     05  CBK-RESULT-STATUS       PIC X(10).
000465     05  CBK-ROUND-DAYS          PIC 9(02).

000470*****************************************************************
000480* THE TIES OF THE CUP IN HAND, KEYED BY ROUND AND SLOT; EACH    *
000490* ENTRY CARRIES THE WHOLE MASTER RECORD.                        *
000500*****************************************************************
000510 01  WS-CBK-COUNT                PIC 9(03) COMP VALUE ZERO.
000520 01  WS-CBK-TABLE.
000530     05  WS-CBK-ENTRY OCCURS 1 TO 255 TIMES
000540                      DEPENDING ON WS-CBK-COUNT
000550                      INDEXED BY WS-CBK-IDX.
000560         10  WS-CBK-ROUND            PIC 9(02).
000570         10  WS-CBK-SLOT             PIC 9(02).
000580         10  WS-CBK-ROW              PIC X(77).
