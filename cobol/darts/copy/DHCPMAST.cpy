000100*****************************************************************
000110* DHCPMAST.                                                     *
000120* PLAYER HANDICAP MASTER - RECORD LAYOUT AND IN-MEMORY TABLE.   *
000130* ONE RECORD PER PLAYER PER HANDICAP LEAGUE, WRITTEN WEEKLY BY  *
000140* DARTSHCP FROM THE SEASON STATISTICS MASTER.  THE HANDICAP IS  *
000150* THE NUMBER OF POINTS TAKEN OFF THE LEAGUE'S RULEPARM STARTING *
000160* TOTAL FOR EVERY LEG THE PLAYER THROWS IN THAT LEAGUE; THE     *
000170* STARTING TOTAL ON THE RECORD IS THE HANDICAPPED FIGURE AS AT  *
000180* THE EFFECTIVE DATE, CARRIED FOR THE PRINTED LISTS ONLY - THE  *
000190* LEG ACCUMULATORS ALWAYS TAKE THE HANDICAP OFF THE CURRENT     *
000200* RULEPARM TOTAL.  STATUS "R" IS A RATED HANDICAP (THE PLAYER   *
000210* HAS THROWN THE LEAGUE'S MINIMUM LEGS); "U" IS UNRATED - THE   *
000220* LEAGUE'S STARTING HANDICAP, OR LAST WEEK'S FIGURE, HELD UNTIL *
000230* THE MINIMUM IS REACHED.  A LEAGUE WITH NO ROWS ON THE MASTER  *
000240* IS NOT A HANDICAP LEAGUE AND PLAYS OFF THE FLAT TOTAL.  THE   *
000250* ACCUMULATORS LOAD THE MASTER INTO THE TABLE AND SEARCH IT BY  *
000260* PLAYER AND LEAGUE AT THE START OF EVERY LEG; A MISSING MASTER *
000270* LEAVES THE TABLE EMPTY AND EVERY LEAGUE PLAYS OFF SCRATCH.    *
000272* THE SEASON REPLAYS TAKE EACH LEG'S HANDICAP FROM THE WEEKLY   *
000274* HISTORY OF THIS MASTER INSTEAD (SEE DHCPHIST), AND USE THE    *
000276* TABLE ONLY WHILE THAT HISTORY IS EMPTY.                       *
000280*****************************************************************
000290 01  HANDICAP-RECORD.
000300     05  HCP-PLAYER-ID           PIC X(10).
000310     05  HCP-LEAGUE-ID           PIC X(04).
000320     05  HCP-HANDICAP            PIC 9(03).
000330     05  HCP-START-TOTAL         PIC 9(03).
000340     05  HCP-AVG-3DART           PIC 9(03)V99.
000350     05  HCP-LEGS-PLAYED         PIC 9(04).
000360     05  HCP-STATUS              PIC X(01).
000370         88  HCP-RATED                   VALUE "R".
000380         88  HCP-UNRATED                 VALUE "U".
000390     05  HCP-PRIOR-HANDICAP      PIC 9(03).
000400     05  HCP-EFFECTIVE-DATE      PIC 9(08).

000410 01  WS-HCP-COUNT                PIC 9(04) COMP VALUE ZERO.
000420 01  WS-HCP-TABLE.
000430     05  WS-HCP-ENTRY OCCURS 1 TO 500 TIMES
000440                      DEPENDING ON WS-HCP-COUNT
000450                      INDEXED BY WS-HCP-IDX.
000460         10  WS-HCP-PLAYER-ID        PIC X(10).
000470         10  WS-HCP-LEAGUE-ID        PIC X(04).
000480         10  WS-HCP-HANDICAP         PIC 9(03).
000490         10  WS-HCP-STATUS           PIC X(01).
000500             88  WS-HCP-RATED                VALUE "R".
000510         10  WS-HCP-SEEN-SWITCH      PIC X(01).
000520             88  WS-HCP-SEEN                 VALUE "Y".
