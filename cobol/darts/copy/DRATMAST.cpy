000100*****************************************************************
000110* DRATMAST.                                                     *
000120* PLAYER RATING MASTER - RECORD LAYOUT AND IN-MEMORY TABLE.     *
000130* ONE RECORD PER PLAYER WHO HAS PLAYED A COMPLETE MATCH,        *
000140* WRITTEN WEEKLY BY THE RATINGS RUN (DARTSRAT) AS THE NEXT      *
000150* GENERATION.  EVERY PLAYER STARTS AT THE BASE RATING ON THE    *
000160* RATCTL CARD AND GAINS OR LOSES POINTS ON EACH COMPLETE RESULT *
000170* (ELO STYLE, SEE DARTSRAT).  THE OPENING RATING AND MATCHES    *
000180* ARE THE FIGURES CARRIED INTO THE CURRENT SEASON; EACH WEEKLY  *
000190* RUN REPLAYS THE SEASON'S RESULTS FROM THEM, SO A CORRECTED    *
000200* RESULT OR A RERUN NEVER BANKS A MATCH TWICE, AND THE          *
000210* SEASON-CLOSE RUN ROLLS THE RATING INTO THE OPENING FIGURES    *
000220* BEFORE THE RESULTS FILE IS EMPTIED.  THE PRIOR RATING IS THE  *
000230* RATING ON THE PREVIOUS RUN'S MASTER, WHICH THE WEEKLY         *
000240* MOVEMENT IS MEASURED FROM.  THE LEAGUE IS THE PLAYER'S ROSTER *
000250* LEAGUE AT THE RUN DATE (OR THE LEAGUE OF THE LAST MATCH FOR A *
000260* PLAYER OFF THE ROSTER).                                       *
000270*****************************************************************
000280 01  RATING-RECORD.
000290     05  RAT-PLAYER-ID           PIC X(10).
000300     05  RAT-LEAGUE-ID           PIC X(04).
000310     05  RAT-RATING              PIC 9(04).
000320     05  RAT-OPENING-RATING      PIC 9(04).
000330     05  RAT-PRIOR-RATING        PIC 9(04).
000340     05  RAT-MATCHES             PIC 9(04).
000350     05  RAT-OPENING-MATCHES     PIC 9(04).
000360     05  RAT-SEASON-WON          PIC 9(03).
000370     05  RAT-SEASON-LOST         PIC 9(03).
000380     05  RAT-LAST-MATCH-DATE     PIC 9(08).
000390     05  RAT-RUN-DATE            PIC 9(08).

000400*****************************************************************
000410* THE RATINGS IN HAND, ONE ENTRY PER PLAYER.  THE WORKING       *
000420* RATING CARRIES TWO DECIMALS THROUGH THE REPLAY AND IS ROUNDED *
000430* TO WHOLE POINTS ONLY WHEN THE MASTER IS WRITTEN.              *
000440*****************************************************************
000450 01  WS-RAT-COUNT                PIC 9(04) COMP VALUE ZERO.
000460 01  WS-RAT-TABLE.
000470     05  WS-RAT-ENTRY OCCURS 1 TO 500 TIMES
000480                      DEPENDING ON WS-RAT-COUNT
000490                      INDEXED BY WS-RAT-IDX.
000500         10  WS-RAT-PLAYER-ID        PIC X(10).
000510         10  WS-RAT-LEAGUE-ID        PIC X(04).
000520         10  WS-RAT-RATING           PIC S9(05)V99.
000530         10  WS-RAT-OPENING-RATING   PIC 9(04).
000540         10  WS-RAT-PRIOR-RATING     PIC 9(04).
000550         10  WS-RAT-MATCHES          PIC 9(04).
000560         10  WS-RAT-OPENING-MATCHES  PIC 9(04).
000570         10  WS-RAT-SEASON-WON       PIC 9(03).
000580         10  WS-RAT-SEASON-LOST      PIC 9(03).
000590         10  WS-RAT-WEEK-MATCHES     PIC 9(03).
000600         10  WS-RAT-LAST-MATCH-DATE  PIC 9(08).
000610         10  WS-RAT-NEW-SWITCH       PIC X(01).
000620             88  WS-RAT-NEW-PLAYER           VALUE "Y".
