000100*****************************************************************
000110* DH2HMAST.                                                     *
000120* HEAD-TO-HEAD MASTER - RECORD LAYOUT AND IN-MEMORY TABLE.  ONE *
000130* RECORD PER PAIR OF PLAYERS WHO HAVE MET IN A COMPLETE MATCH,  *
000140* KEYED BY THE TWO PLAYER IDS IN ASCENDING ORDER (PLAYER A IS   *
000150* THE LOWER ID), WRITTEN WEEKLY BY DARTSRAT ALONGSIDE THE       *
000160* RATING MASTER.  THE PLAYED, WON AND LEGS FIGURES ARE          *
000170* ALL-TIME; THE OPENING FIGURES ARE THE PART CARRIED INTO THE   *
000180* CURRENT SEASON, WHICH EACH WEEKLY RUN ADDS THE SEASON'S       *
000190* REPLAYED RESULTS TO, AS FOR THE RATINGS (SEE DRATMAST).  IN A *
000200* SETS LEAGUE THE LEGS FIGURES COUNT SETS, AS THE MATCH RESULT  *
000210* DOES.                                                         *
000220*****************************************************************
000230 01  HEAD-TO-HEAD-RECORD.
000240     05  H2H-PLAYER-A            PIC X(10).
000250     05  H2H-PLAYER-B            PIC X(10).
000260     05  H2H-PLAYED              PIC 9(04).
000270     05  H2H-A-WON               PIC 9(04).
000280     05  H2H-B-WON               PIC 9(04).
000290     05  H2H-A-LEGS              PIC 9(05).
000300     05  H2H-B-LEGS              PIC 9(05).
000310     05  H2H-OPENING-PLAYED      PIC 9(04).
000320     05  H2H-OPENING-A-WON       PIC 9(04).
000330     05  H2H-OPENING-B-WON       PIC 9(04).
000340     05  H2H-OPENING-A-LEGS      PIC 9(05).
000350     05  H2H-OPENING-B-LEGS      PIC 9(05).
000360     05  H2H-LAST-DATE           PIC 9(08).
000370     05  H2H-LAST-WINNER-ID      PIC X(10).

000380 01  WS-H2H-COUNT                PIC 9(04) COMP VALUE ZERO.
000390 01  WS-H2H-TABLE.
000400     05  WS-H2H-ENTRY OCCURS 1 TO 2000 TIMES
000410                      DEPENDING ON WS-H2H-COUNT
000420                      INDEXED BY WS-H2H-IDX.
000430         10  WS-H2H-PLAYER-A         PIC X(10).
000440         10  WS-H2H-PLAYER-B         PIC X(10).
000450         10  WS-H2H-PLAYED           PIC 9(04).
000460         10  WS-H2H-A-WON            PIC 9(04).
000470         10  WS-H2H-B-WON            PIC 9(04).
000480         10  WS-H2H-A-LEGS           PIC 9(05).
000490         10  WS-H2H-B-LEGS           PIC 9(05).
000500         10  WS-H2H-OPENING-PLAYED   PIC 9(04).
000510         10  WS-H2H-OPENING-A-WON    PIC 9(04).
000520         10  WS-H2H-OPENING-B-WON    PIC 9(04).
000530         10  WS-H2H-OPENING-A-LEGS   PIC 9(05).
000540         10  WS-H2H-OPENING-B-LEGS   PIC 9(05).
000550         10  WS-H2H-LAST-DATE        PIC 9(08).
000560         10  WS-H2H-LAST-WINNER-ID   PIC X(10).
