000100*****************************************************************
000110* DPLYCARD.                                                     *
000120* PLAYER SEASON CARD - FIXED-WIDTH RECORD LAYOUTS FOR THE       *
000130* LEAGUE WEBSITE, WRITTEN BY DARTSCRD BESIDE THE PRINTED        *
000140* ONE-PAGE CARD.                                                *
000150* EVERY RECORD LEADS WITH A TYPE BYTE AND THE PLAYER ID, AND A  *
000160* PLAYER'S RECORDS COME OUT TOGETHER IN THIS ORDER:             *
000170*   "P" - PROFILE: ROSTER NAME, TEAM, LEAGUE, STATUS AND        *
000180*         WHETHER THE SEASON MASTER HAS A ROW FOR THE PLAYER;   *
000190*   "S" - SEASON FIGURES OFF THE MASTER WITH THE DIVISION       *
000200*         POSITION (NONE WHEN THERE IS NO SEASON ROW);          *
000210*   "F" - ONE PER FORM NIGHT, OLDEST FIRST;                     *
000220*   "T" - THE FORM FIGURE AGAINST THE SEASON MARK AND THE       *
000230*         TREND FLAG;                                           *
000240*   "M" - ONE PER MATCH RESULT THIS SEASON, WITH THE OPPONENT'S *
000250*         DISPLAY NAME AND THE LEGS (SETS) SCORE FOR/AGAINST;   *
000260*   "H" - HIGHLIGHT COUNTS, BEST CHECKOUT AND BEST LEG;         *
000270*   "C" - ONE PER LISTED HIGH CHECKOUT.                         *
000280*****************************************************************
000290 01  CARD-PROFILE-RECORD.
000300     05  CPP-RECORD-TYPE         PIC X(01).
000310     05  CPP-PLAYER-ID           PIC X(10).
000320     05  CPP-PLAYER-NAME         PIC X(20).
000330     05  CPP-TEAM-ID             PIC X(08).
000340     05  CPP-LEAGUE-ID           PIC X(04).
000350     05  CPP-STATUS              PIC X(01).
000360     05  CPP-SEASON-FLAG         PIC X(01).
000370         88  CPP-SEASON-ON-FILE          VALUE "Y".
000380         88  CPP-NO-SEASON-RECORD        VALUE "N".

000390 01  CARD-SEASON-RECORD.
000400     05  CSE-RECORD-TYPE         PIC X(01).
000410     05  CSE-PLAYER-ID           PIC X(10).
000420     05  CSE-LEAGUE-ID           PIC X(04).
000430     05  CSE-POSITION            PIC 9(03).
000440     05  CSE-DIVISION-SIZE       PIC 9(03).
000450     05  CSE-LEGS-PLAYED         PIC 9(04).
000460     05  CSE-DARTS-THROWN        PIC 9(06).
000470     05  CSE-POINTS-SCORED       PIC 9(07).
000480     05  CSE-CHECKOUTS           PIC 9(04).
000490     05  CSE-TONS                PIC 9(04).
000500     05  CSE-MAXIMUMS            PIC 9(04).
000510     05  CSE-HIGH-CHECKOUT       PIC 9(03).
000520     05  CSE-AVG-3DART           PIC 9(03)V99.
000530     05  CSE-CHECKOUT-PCT        PIC 9(03)V9.

000540 01  CARD-FORM-RECORD.
000550     05  CFN-RECORD-TYPE         PIC X(01).
000560     05  CFN-PLAYER-ID           PIC X(10).
000570     05  CFN-NIGHT-DATE          PIC 9(08).
000580     05  CFN-LEGS                PIC 9(03).
000590     05  CFN-DARTS               PIC 9(05).
000600     05  CFN-AVG-3DART           PIC 9(03)V99.
000610     05  CFN-CHECKOUT-PCT        PIC 9(03)V9.
000620     05  CFN-TONS                PIC 9(03).
000630     05  CFN-MAXIMUMS            PIC 9(03).

000640 01  CARD-TREND-RECORD.
000650     05  CTR-RECORD-TYPE         PIC X(01).
000660     05  CTR-PLAYER-ID           PIC X(10).
000670     05  CTR-NIGHTS              PIC 9(02).
000680     05  CTR-FORM-AVG            PIC 9(03)V99.
000690     05  CTR-FORM-CKO-PCT        PIC 9(03)V9.
000700     05  CTR-SEASON-AVG          PIC 9(03)V99.
000710     05  CTR-TREND               PIC X(09).

000720 01  CARD-MATCH-RECORD.
000730     05  CMT-RECORD-TYPE         PIC X(01).
000740     05  CMT-PLAYER-ID           PIC X(10).
000750     05  CMT-MATCH-ID            PIC X(08).
000760     05  CMT-MATCH-DATE          PIC 9(08).
000770     05  CMT-HOME-AWAY           PIC X(01).
000780     05  CMT-OPPONENT-ID         PIC X(10).
000790     05  CMT-OPPONENT-NAME       PIC X(20).
000800     05  CMT-LEGS-FOR            PIC 9(02).
000810     05  CMT-LEGS-AGAINST        PIC 9(02).
000820     05  CMT-OUTCOME             PIC X(01).
000830     05  CMT-RESULT-STATUS       PIC X(10).

000840 01  CARD-HIGHLIGHT-RECORD.
000850     05  CHL-RECORD-TYPE         PIC X(01).
000860     05  CHL-PLAYER-ID           PIC X(10).
000870     05  CHL-MAXIMUMS            PIC 9(04).
000880     05  CHL-TON-PLUS            PIC 9(04).
000890     05  CHL-HIGH-CHECKOUTS      PIC 9(04).
000900     05  CHL-BEST-CHECKOUT       PIC 9(03).
000910     05  CHL-BEST-CKO-DATE       PIC 9(08).
000920     05  CHL-BEST-LEG            PIC 9(03).
000930     05  CHL-BEST-LEG-DATE       PIC 9(08).

000940 01  CARD-CHECKOUT-RECORD.
000950     05  CCK-RECORD-TYPE         PIC X(01).
000960     05  CCK-PLAYER-ID           PIC X(10).
000970     05  CCK-DATE                PIC 9(08).
000980     05  CCK-GAME-ID             PIC X(10).
000990     05  CCK-VALUE               PIC 9(03).
