000100*****************************************************************
000110* DHCPHIST.                                                     *
000120* HANDICAP HISTORY - IN-MEMORY TABLE.  RIVR.DARTS.HCPHIST IS    *
000130* EVERY WEEK'S HANDICAP MASTER (DHCPMAST LAYOUT) APPENDED BY    *
000140* DARTSHCP, STARTED AGAIN FROM THE CARRIED-OVER MASTER BY       *
000150* DARTSCLS AT THE SEASON CLOSE.  THE SEASON REPLAYS (DARTSSTA,  *
000160* DARTSFRM, DARTSLEG, DARTSSCB, DARTSACC) LOAD IT INTO ONE      *
000170* ENTRY PER PLAYER PER LEAGUE HOLDING EACH CHANGE OF HANDICAP   *
000180* WITH ITS EFFECTIVE DATE, OLDEST FIRST, AND START EVERY LEG    *
000190* FROM THE HANDICAP IN FORCE ON THE LEG'S NIGHT - THE LATEST    *
000200* POINT DATED BEFORE THE NIGHT, SINCE A MASTER TAKES EFFECT     *
000210* FROM THE NIGHT AFTER DARTSHCP WRITES IT.  A LEG WITH NO POINT *
000220* BEFORE ITS NIGHT PLAYS OFF THE FLAT TOTAL.  A MISSING OR      *
000230* EMPTY HISTORY LEAVES WS-HCH-LOADED OFF AND THE PROGRAMS USE   *
000240* THE CURRENT MASTER (DHCPMAST) FOR EVERY LEG.                  *
000250*****************************************************************
000260 01  WS-HCH-COUNT                PIC 9(04) COMP VALUE ZERO.
000270 01  WS-HCH-TABLE.
000280     05  WS-HCH-ENTRY OCCURS 1 TO 500 TIMES
000290                      DEPENDING ON WS-HCH-COUNT
000300                      INDEXED BY WS-HCH-IDX.
000310         10  WS-HCH-PLAYER-ID        PIC X(10).
000320         10  WS-HCH-LEAGUE-ID        PIC X(04).
000330         10  WS-HCH-POINTS           PIC 9(04) COMP.
000340         10  WS-HCH-POINT OCCURS 60 TIMES
000350                          INDEXED BY WS-HCH-PT-IDX.
000360             15  WS-HCH-EFFECTIVE-DATE   PIC 9(08).
000370             15  WS-HCH-HANDICAP         PIC 9(03).

000380 01  WS-HCH-LOADED-SWITCH        PIC X(01) VALUE "N".
000390     88  WS-HCH-LOADED                   VALUE "Y".
000400 01  WS-HCH-FOUND-SWITCH         PIC X(01) VALUE "N".
000410     88  WS-HCH-FOUND                    VALUE "Y".
000420 01  WS-HCH-LEG-DATE             PIC 9(08) VALUE ZERO.
000430 01  WS-HCH-IN-FORCE             PIC 9(03) VALUE ZERO.
