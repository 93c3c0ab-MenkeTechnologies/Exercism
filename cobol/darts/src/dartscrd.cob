000010*****************************************************************
000020* PROGRAM-ID.  DARTSCRD.                                        *
000030* AUTHOR.      R. HALVORSEN, SCORING SYSTEMS GROUP.             *
000040* INSTALLATION. RIVERSIDE DARTS LEAGUE DATA PROCESSING.         *
000050* DATE-WRITTEN. 2026-10-15.                                     *
000060*                                                               *
000070* REMARKS.  PLAYER SEASON CARD.  ONE PAGE PER PLAYER PULLING    *
000080*     TOGETHER EVERYTHING THE LEAGUE HOLDS ON THEM, SO A        *
000090*     CAPTAIN OR THE SECRETARY NO LONGER LAYS SIX REPORTS SIDE  *
000100*     BY SIDE: THE ROSTER NAME, TEAM AND LEAGUE; THE SEASON     *
000110*     FIGURES OFF THE WEEKLY STATISTICS MASTER WITH THE         *
000120*     PLAYER'S POSITION IN THE DIVISION (THE MASTER ARRIVES     *
000130*     SORTED BY DIVISION AND DESCENDING AVERAGE, AS DARTSCTY    *
000140*     RANKS IT); THE LAST FOUR NIGHTS' FORM OFF THE LEG         *
000150*     SUMMARIES WITH THE SAME TREND FLAG DARTSFRM PRINTS; EVERY *
000160*     MATCH RESULT THIS SEASON WITH THE OPPONENT'S DISPLAY NAME *
000170*     AND THE LEGS SCORE; AND THE SEASON'S HIGHLIGHTS OFF THE   *
000180*     HIGHLIGHT HISTORY (180S, TON-PLUS TURNS AND HIGH          *
000190*     CHECKOUTS) AND THE BEST LEG - THE FEWEST DARTS IN ANY     *
000200*     CHECKED-OUT LEG ON THE LEG SUMMARIES, OR THE HISTORY'S    *
000210*     SHORTEST-LEG ROW WHEN THE SUMMARIES HOLD NONE FOR THE     *
000220*     PLAYER.  THE SAME CARD IS WRITTEN IN THE FIXED            *
000230*     LAYOUT THE LEAGUE WEBSITE LOADS (SEE DPLYCARD).           *
000240*     CRDREQ CARDS SAY WHO GETS A CARD: P AND A PLAYER ID (ANY  *
000250*     STATUS), T AND A TEAM ID, OR L AND A LEAGUE ID (THE       *
000260*     TEAM'S OR LEAGUE'S ACTIVE ROSTER PLAYERS, IN ROSTER       *
000270*     ORDER).  A PLAYER NAMED TWICE GETS ONE CARD.  A ROSTER    *
000280*     PLAYER WITH NO ROW ON THE SEASON MASTER STILL GETS A CARD *
000290*     THAT SAYS SO.  A CARD THAT SELECTS NOBODY, OR A MISSING   *
000300*     ROSTER OR SEASON MASTER, SETS RETURN CODE 8.  THE SEASON  *
000310*     LEG SUMMARIES AND HIGHLIGHT HISTORY ARE APPENDED BY THE   *
000320*     DARTSSTI AND DARTSLSM JOBS AND EMPTIED BY DARTSCLS; THE   *
000330*     MATCH RESULTS FILE IS SEASON-CUMULATIVE, SO THE LOAD      *
000340*     KEEPS THE LAST ROW PER MATCH ID, AS DARTSCTY DOES, AND    *
000350*     DATES EACH MATCH OFF THE LAST FIXTURE ROW FOR ITS ID.     *
000360*     EVERY FILE IS ONLY READ.                                  *
000370*                                                               *
000380* MODIFICATION HISTORY.                                         *
000390*     2026-10-15  RH   ORIGINAL PROGRAM.                        *
000400*****************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. DARTSCRD.
000430 AUTHOR. R. HALVORSEN.
000440 DATE-WRITTEN. 2026-10-15.
000450 DATE-COMPILED. 2026-10-15.

000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT CRD-REQ      ASSIGN TO CRDREQ
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-CRD-REQ-STATUS.
000520     SELECT ROSTER-IN    ASSIGN TO ROSTER
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-ROSTER-IN-STATUS.
000550     SELECT STATS-IN     ASSIGN TO STATSIN
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-STATS-IN-STATUS.
000580     SELECT MATCH-IN     ASSIGN TO MATCHIN
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-MATCH-IN-STATUS.
000610     SELECT FIXTURES-IN  ASSIGN TO FIXTURES
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-FIXTURES-IN-STATUS.
000640     SELECT LEGSUMM-IN   ASSIGN TO LEGSUMM
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-LEGSUMM-IN-STATUS.
000670     SELECT HILITE-IN    ASSIGN TO HILHIST
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-HILITE-IN-STATUS.
000700     SELECT CARD-OUT     ASSIGN TO CRDOUT
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-CARD-OUT-STATUS.
000730     SELECT CARD-RPT     ASSIGN TO CRDRPT
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-CARD-RPT-STATUS.

000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  CRD-REQ
000790     RECORDING MODE IS F.
000800 01  CRD-REQ-RECORD.
000810     05  CRQ-SELECT-TYPE         PIC X(01).
000820         88  CRQ-PLAYER                  VALUE "P".
000830         88  CRQ-TEAM                    VALUE "T".
000840         88  CRQ-LEAGUE                  VALUE "L".
000850     05  CRQ-SELECT-ID           PIC X(10).

000860 FD  ROSTER-IN
000870     RECORDING MODE IS F.
000880 01  ROSTER-IN-RECORD            PIC X(43).

000890 FD  STATS-IN
000900     RECORDING MODE IS F.
000910 01  STATS-IN-RECORD             PIC X(55).

000920 FD  MATCH-IN
000930     RECORDING MODE IS F.
000940 01  MATCH-IN-RECORD             PIC X(56).

000950 FD  FIXTURES-IN
000960     RECORDING MODE IS F.
000970 01  FIXTURES-IN-RECORD          PIC X(42).

000980 FD  LEGSUMM-IN
000990     RECORDING MODE IS F.
001000 01  LEGSUMM-IN-RECORD           PIC X(47).

001010 FD  HILITE-IN
001020     RECORDING MODE IS F.
001030 01  HILITE-IN-RECORD            PIC X(61).

001040 FD  CARD-OUT
001050     RECORDING MODE IS F.
001060 01  CARD-OUT-RECORD             PIC X(73).

001070 FD  CARD-RPT
001080     RECORDING MODE IS F.
001090 01  CARD-RPT-RECORD             PIC X(132).

001100 WORKING-STORAGE SECTION.
001110 01  WS-CRD-REQ-STATUS           PIC XX.
001120     88  WS-CRD-REQ-OK                    VALUE "00".
001130     88  WS-CRD-REQ-EOF                   VALUE "10".
001140     88  WS-CRD-REQ-NOT-FOUND             VALUE "35".
001150 01  WS-ROSTER-IN-STATUS         PIC XX.
001160     88  WS-ROSTER-IN-OK                  VALUE "00".
001170     88  WS-ROSTER-IN-EOF                 VALUE "10".
001180     88  WS-ROSTER-NOT-FOUND              VALUE "35".
001190 01  WS-STATS-IN-STATUS          PIC XX.
001200     88  WS-STATS-IN-OK                   VALUE "00".
001210     88  WS-STATS-IN-EOF                  VALUE "10".
001220     88  WS-STATS-NOT-FOUND               VALUE "35".
001230 01  WS-MATCH-IN-STATUS          PIC XX.
001240     88  WS-MATCH-IN-OK                   VALUE "00".
001250     88  WS-MATCH-IN-EOF                  VALUE "10".
001260     88  WS-MATCH-IN-NOT-FOUND            VALUE "35".
001270 01  WS-FIXTURES-IN-STATUS       PIC XX.
001280     88  WS-FIXTURES-IN-OK                VALUE "00".
001290     88  WS-FIXTURES-IN-EOF               VALUE "10".
001300     88  WS-FIXTURES-NOT-FOUND            VALUE "35".
001310 01  WS-LEGSUMM-IN-STATUS        PIC XX.
001320     88  WS-LEGSUMM-IN-OK                 VALUE "00".
001330     88  WS-LEGSUMM-IN-EOF                VALUE "10".
001340     88  WS-LEGSUMM-NOT-FOUND             VALUE "35".
001350 01  WS-HILITE-IN-STATUS         PIC XX.
001360     88  WS-HILITE-IN-OK                  VALUE "00".
001370     88  WS-HILITE-IN-EOF                 VALUE "10".
001380     88  WS-HILITE-NOT-FOUND              VALUE "35".
001390 01  WS-CARD-OUT-STATUS          PIC XX.
001400     88  WS-CARD-OUT-OK                   VALUE "00".
001410 01  WS-CARD-RPT-STATUS          PIC XX.
001420     88  WS-CARD-RPT-OK                   VALUE "00".

001430 01  WS-ERROR-COUNT              PIC 9(05) COMP VALUE ZERO.
001440 01  WS-REQUESTS-READ            PIC 9(05) COMP VALUE ZERO.
001450 01  WS-REQUESTS-REJECTED        PIC 9(05) COMP VALUE ZERO.
001460 01  WS-CARDS-PRINTED            PIC 9(05) COMP VALUE ZERO.
001470 01  WS-NO-SEASON-CARDS          PIC 9(05) COMP VALUE ZERO.
001480 01  WS-RECORDS-WRITTEN          PIC 9(05) COMP VALUE ZERO.

001490*****************************************************************
001500* FORM CONTROLS, AS DARTSFRM CODES THEM.  THE WINDOW IS HOW     *
001510* MANY OF THE PLAYER'S MOST RECENT NIGHTS MAKE THE FORM FIGURE  *
001520* (WS-SEL-NIGHT BELOW OCCURS THE SAME NUMBER OF TIMES); THE     *
001530* THRESHOLD IN POINTS OF THREE-DART AVERAGE TRIPS THE TREND.    *
001540*****************************************************************
001550 01  WS-FORM-WINDOW              PIC 9(02) COMP VALUE 4.
001560 01  WS-TREND-THRESHOLD          PIC 99V99 VALUE 10.00.

001570*****************************************************************
001580* HIGH CHECKOUTS LISTED ON ONE CARD; ANY FURTHER ONES ARE       *
001590* COUNTED AND SHOWN AS A "MORE" LINE.  WS-SH-CKO BELOW OCCURS   *
001600* THE SAME NUMBER OF TIMES.                                     *
001610*****************************************************************
001620 01  WS-CKO-LIST-MAX             PIC 9(02) COMP VALUE 10.

001630*****************************************************************
001640* MATCH RESULTS, LAST ROW PER MATCH ID OFF THE SEASON-          *
001650* CUMULATIVE FILE, EACH DATED OFF ITS LAST FIXTURE ROW.         *
001660*****************************************************************
001670 01  WS-MRS-COUNT                PIC 9(04) COMP VALUE ZERO.
001680 01  WS-MRS-TABLE.
001690     05  WS-MRS-ENTRY OCCURS 1 TO 1000 TIMES
001700                      DEPENDING ON WS-MRS-COUNT.
001710         10  WS-MRS-MATCH-ID         PIC X(08).
001720         10  WS-MRS-LEAGUE-ID        PIC X(04).
001730         10  WS-MRS-HOME-PLAYER-ID   PIC X(10).
001740         10  WS-MRS-AWAY-PLAYER-ID   PIC X(10).
001750         10  WS-MRS-HOME-LEGS        PIC 9(02).
001760         10  WS-MRS-AWAY-LEGS        PIC 9(02).
001770         10  WS-MRS-WINNER-ID        PIC X(10).
001780         10  WS-MRS-RESULT-STATUS    PIC X(10).
001790             88  WS-MRS-COMPLETE             VALUE "COMPLETE".
001800         10  WS-MRS-MATCH-DATE       PIC 9(08).
001810 01  WS-MRS-SUB                  PIC 9(04) COMP VALUE ZERO.
001820 01  WS-MRS-SLOT-SWITCH          PIC X(01) VALUE "N".
001830     88  WS-MRS-SLOT-FOUND               VALUE "Y".
001840 01  WS-KEY-MATCH-ID             PIC X(08) VALUE SPACES.

001850*****************************************************************
001860* SEASON STATISTICS MASTER, WHOLE ROWS IN FILE ORDER, EACH WITH *
001870* ITS POSITION IN ITS DIVISION.                                 *
001880*****************************************************************
001890 01  WS-SST-COUNT                PIC 9(04) COMP VALUE ZERO.
001900 01  WS-SST-TABLE.
001910     05  WS-SST-ENTRY OCCURS 1 TO 1000 TIMES
001920                      DEPENDING ON WS-SST-COUNT
001930                      INDEXED BY WS-SST-IDX.
001940         10  WS-SST-PLAYER-ID        PIC X(10).
001950         10  WS-SST-LEAGUE-ID        PIC X(04).
001960         10  WS-SST-POSITION         PIC 9(03).
001970         10  WS-SST-ROW              PIC X(55).
001980 01  WS-SST-SUB                  PIC 9(04) COMP VALUE ZERO.
001990 01  WS-RPT-LEAGUE-ID            PIC X(04) VALUE SPACES.
002000 01  WS-RANK                     PIC 9(03) VALUE ZERO.
002010 01  WS-DIVISION-SIZE            PIC 9(03) VALUE ZERO.
002020 01  WS-SEASON-SWITCH            PIC X(01) VALUE "N".
002030     88  WS-SEASON-ROW-FOUND             VALUE "Y".

002040*****************************************************************
002050* PLAYERS SELECTED FOR A CARD, IN REQUEST ORDER, EACH WITH ITS  *
002060* ROLLING FORM WINDOW (OLDEST NIGHT FIRST) AND ITS SEASON       *
002070* HIGHLIGHTS, BOTH BUILT IN ONE PASS OF EACH HISTORY FILE.      *
002080*****************************************************************
002090 01  WS-SEL-COUNT                PIC 9(04) COMP VALUE ZERO.
002100 01  WS-SEL-TABLE.
002110     05  WS-SEL-ENTRY OCCURS 1 TO 500 TIMES
002120                      DEPENDING ON WS-SEL-COUNT
002130                      INDEXED BY WS-SEL-IDX.
002140         10  WS-SEL-PLAYER-ID        PIC X(10).
002150         10  WS-SEL-LEAGUE-ID        PIC X(04).
002160         10  WS-SEL-ROSTER-SUB       PIC 9(04).
002170         10  WS-SEL-FORM.
002180             15  WS-SEL-NIGHTS       PIC 9(02).
002190             15  WS-SEL-NIGHT OCCURS 4 TIMES.
002200                 20  WS-SN-DATE          PIC 9(08).
002210                 20  WS-SN-LEGS          PIC 9(03).
002220                 20  WS-SN-DARTS         PIC 9(05).
002230                 20  WS-SN-POINTS        PIC 9(06).
002240                 20  WS-SN-CHECKOUTS     PIC 9(03).
002250                 20  WS-SN-TONS          PIC 9(03).
002260                 20  WS-SN-MAXIMUMS      PIC 9(03).
002270         10  WS-SEL-HIGHLIGHTS.
002280             15  WS-SH-MAXIMUMS      PIC 9(04).
002290             15  WS-SH-TON-PLUS      PIC 9(04).
002300             15  WS-SH-HIGH-CKOS     PIC 9(04).
002310             15  WS-SH-BEST-CKO      PIC 9(03).
002320             15  WS-SH-BEST-CKO-DATE PIC 9(08).
002330             15  WS-SH-BEST-LEG      PIC 9(03).
002340             15  WS-SH-BEST-LEG-DATE PIC 9(08).
002350             15  WS-SH-BEST-LEG-SOURCE PIC 9(01).
002360                 88  WS-SH-LEG-FROM-SUMMARY  VALUE 1.
002370             15  WS-SH-CKOS-LISTED   PIC 9(02).
002380             15  WS-SH-CKO OCCURS 10 TIMES.
002390                 20  WS-SC-DATE          PIC 9(08).
002400                 20  WS-SC-GAME-ID       PIC X(10).
002410                 20  WS-SC-VALUE         PIC 9(03).
002420 01  WS-SEL-SUB                  PIC 9(04) COMP VALUE ZERO.
002430 01  WS-SEL-FOUND-SWITCH         PIC X(01) VALUE "N".
002440     88  WS-SEL-PLAYER-FOUND             VALUE "Y".
002450 01  WS-CARD-MATCHES             PIC 9(04) COMP VALUE ZERO.
002460 01  WS-SEL-FULL-SWITCH          PIC X(01) VALUE "N".
002470     88  WS-SEL-TABLE-FULL               VALUE "Y".

002480 01  WS-NIGHT-SUB                PIC 9(02) COMP VALUE ZERO.
002490 01  WS-SCAN-SUB                 PIC 9(02) COMP VALUE ZERO.
002500 01  WS-PREV-SUB                 PIC 9(02) COMP VALUE ZERO.
002510 01  WS-CKO-SUB                  PIC 9(02) COMP VALUE ZERO.
002520 01  WS-NIGHT-FOUND-SWITCH       PIC X(01) VALUE "N".
002530     88  WS-NIGHT-FOUND                  VALUE "Y".
002540 01  WS-LEG-DATE                 PIC 9(08) VALUE ZERO.

002550 01  WS-FORM-LEGS                PIC 9(05) VALUE ZERO.
002560 01  WS-FORM-DARTS               PIC 9(07) VALUE ZERO.
002570 01  WS-FORM-POINTS              PIC 9(08) VALUE ZERO.
002580 01  WS-FORM-CHECKOUTS           PIC 9(05) VALUE ZERO.
002590 01  WS-FORM-AVG                 PIC 9(03)V99 VALUE ZERO.
002600 01  WS-FORM-CKO-PCT             PIC 9(03)V9 VALUE ZERO.
002610 01  WS-NIGHT-AVG                PIC 9(03)V99 VALUE ZERO.
002620 01  WS-NIGHT-CKO-PCT            PIC 9(03)V9 VALUE ZERO.
002630 01  WS-SEASON-AVG               PIC 9(03)V99 VALUE ZERO.
002640 01  WS-AVG-DIFF                 PIC S9(03)V99 VALUE ZERO.
002650 01  WS-TREND                    PIC X(09) VALUE SPACES.

002660 01  WS-PLAYED-COUNT             PIC 9(04) COMP VALUE ZERO.
002670 01  WS-WON-COUNT                PIC 9(04) COMP VALUE ZERO.
002680 01  WS-LOST-COUNT               PIC 9(04) COMP VALUE ZERO.
002690 01  WS-OPEN-COUNT               PIC 9(04) COMP VALUE ZERO.

002700 01  WS-CARD-PLAYER-ID           PIC X(10) VALUE SPACES.
002710 01  WS-LOOKUP-PLAYER-ID         PIC X(10) VALUE SPACES.
002720 01  WS-PLAYER-NAME              PIC X(20) VALUE SPACES.

002730*****************************************************************
002740* REPORT LINES.                                                 *
002750*****************************************************************
002760 01  WS-TITLE-LINE.
002770     05  FILLER                  PIC X(40)
002780         VALUE "DARTSCRD - PLAYER SEASON CARDS".

002790 01  WS-REQUEST-LINE.
002800     05  FILLER                  PIC X(08) VALUE "REQUEST ".
002810     05  RQL-SELECT-TYPE         PIC X(01).
002820     05  FILLER                  PIC X(01) VALUE SPACES.
002830     05  RQL-SELECT-ID           PIC X(10).
002840     05  FILLER                  PIC X(02) VALUE SPACES.
002850     05  RQL-DISPOSITION         PIC X(50).

002860 01  WS-REQUEST-COUNT-LINE.
002870     05  RQC-COUNT               PIC ZZZ9.
002880     05  FILLER                  PIC X(18)
002890         VALUE " PLAYER(S) CHOSEN".

002900 01  WS-RULE-LINE                PIC X(132) VALUE ALL "=".

002910 01  WS-CARD-HEAD-LINE.
002920     05  FILLER                  PIC X(13) VALUE "PLAYER CARD  ".
002930     05  CHD-PLAYER-ID           PIC X(10).
002940     05  FILLER                  PIC X(02) VALUE SPACES.
002950     05  CHD-PLAYER-NAME         PIC X(20).
002960     05  FILLER                  PIC X(07) VALUE "  TEAM ".
002970     05  CHD-TEAM-ID             PIC X(08).
002980     05  FILLER                  PIC X(09) VALUE "  LEAGUE ".
002990     05  CHD-LEAGUE-ID           PIC X(04).
003000     05  FILLER                  PIC X(02) VALUE SPACES.
003010     05  CHD-STATUS              PIC X(08).

003020 01  WS-SECTION-LINE             PIC X(60).

003030 01  WS-SEASON-LINE-1.
003040     05  FILLER                  PIC X(11) VALUE "  POSITION ".
003050     05  SL1-POSITION            PIC ZZ9.
003060     05  FILLER                  PIC X(04) VALUE " OF ".
003070     05  SL1-DIVISION-SIZE       PIC ZZ9.
003080     05  FILLER                  PIC X(08) VALUE "   LEGS ".
003090     05  SL1-LEGS                PIC ZZZ9.
003100     05  FILLER                  PIC X(08) VALUE "  DARTS ".
003110     05  SL1-DARTS               PIC ZZZZZ9.
003120     05  FILLER                  PIC X(09) VALUE "  POINTS ".
003130     05  SL1-POINTS              PIC ZZZZZZ9.

003140 01  WS-SEASON-LINE-2.
003150     05  FILLER                  PIC X(13) VALUE "  3-DART AVG ".
003160     05  SL2-AVG                 PIC ZZ9.99.
003170     05  FILLER                  PIC X(12) VALUE "  CHECKOUTS ".
003180     05  SL2-CHECKOUTS           PIC ZZZ9.
003190     05  FILLER                  PIC X(13) VALUE "  CHECKOUT % ".
003200     05  SL2-CKO-PCT             PIC ZZ9.9.
003210     05  FILLER                  PIC X(16)
003220         VALUE "  HIGH CHECKOUT ".
003230     05  SL2-HIGH-CKO            PIC ZZ9.
003240     05  FILLER                  PIC X(07) VALUE "  TONS ".
003250     05  SL2-TONS                PIC ZZZ9.
003260     05  FILLER                  PIC X(07) VALUE "  180S ".
003270     05  SL2-MAXIMUMS            PIC ZZZ9.

003280 01  WS-NO-SEASON-LINE.
003290     05  FILLER                  PIC X(40)
003300         VALUE "  NO SEASON RECORD - THE STATISTICS MAST".
003310     05  FILLER                  PIC X(40)
003320         VALUE "ER HAS NO ROW FOR THIS PLAYER IN LEAGUE ".
003330     05  NSL-LEAGUE-ID           PIC X(04).

003340 01  WS-FORM-HEAD-LINE.
003350     05  FILLER                  PIC X(12) VALUE "FORM - LAST ".
003360     05  FHD-WINDOW              PIC Z9.
003370     05  FILLER                  PIC X(27)
003380         VALUE " NIGHTS IN THE CARD LEAGUE".

003390 01  WS-FORM-COLUMN-LINE.
003400     05  FILLER                  PIC X(40)
003410         VALUE "  NIGHT      LEGS  DARTS  3-DART AVG  CH".
003420     05  FILLER                  PIC X(22)
003430         VALUE "ECKOUT %  TONS  180S".

003440 01  WS-FORM-DETAIL-LINE.
003450     05  FILLER                  PIC X(02) VALUE SPACES.
003460     05  FDL-DATE                PIC 9(08).
003470     05  FILLER                  PIC X(03) VALUE SPACES.
003480     05  FDL-LEGS                PIC ZZ9.
003490     05  FILLER                  PIC X(02) VALUE SPACES.
003500     05  FDL-DARTS               PIC ZZZZ9.
003510     05  FILLER                  PIC X(07) VALUE SPACES.
003520     05  FDL-AVG                 PIC ZZ9.99.
003530     05  FILLER                  PIC X(07) VALUE SPACES.
003540     05  FDL-CKO-PCT             PIC ZZ9.9.
003550     05  FILLER                  PIC X(03) VALUE SPACES.
003560     05  FDL-TONS                PIC ZZ9.
003570     05  FILLER                  PIC X(03) VALUE SPACES.
003580     05  FDL-MAXIMUMS            PIC ZZ9.

003590 01  WS-FORM-SUMMARY-LINE.
003600     05  FILLER                  PIC X(11) VALUE "  FORM AVG ".
003610     05  FSL-FORM-AVG            PIC ZZ9.99.
003620     05  FILLER                  PIC X(18)
003630         VALUE "  FORM CHECKOUT % ".
003640     05  FSL-FORM-CKO            PIC ZZ9.9.
003650     05  FILLER                  PIC X(13) VALUE "  SEASON AVG ".
003660     05  FSL-SEASON-AVG          PIC ZZ9.99.
003670     05  FILLER                  PIC X(09) VALUE "  TREND: ".
003680     05  FSL-TREND               PIC X(09).

003690 01  WS-RESULT-COLUMN-LINE.
003700     05  FILLER                  PIC X(40)
003710         VALUE "  DATE      MATCH     LGE   H/A  OPPONEN".
003720     05  FILLER                  PIC X(40)
003730         VALUE "T                SCORE   RESULT".

003740 01  WS-RESULT-DETAIL-LINE.
003750     05  FILLER                  PIC X(02) VALUE SPACES.
003760     05  RDL-DATE                PIC X(08).
003770     05  FILLER                  PIC X(02) VALUE SPACES.
003780     05  RDL-MATCH-ID            PIC X(08).
003790     05  FILLER                  PIC X(02) VALUE SPACES.
003800     05  RDL-LEAGUE-ID           PIC X(04).
003810     05  FILLER                  PIC X(03) VALUE SPACES.
003820     05  RDL-HOME-AWAY           PIC X(01).
003830     05  FILLER                  PIC X(04) VALUE SPACES.
003840     05  RDL-OPPONENT-NAME       PIC X(20).
003850     05  FILLER                  PIC X(02) VALUE SPACES.
003860     05  RDL-LEGS-FOR            PIC Z9.
003870     05  FILLER                  PIC X(03) VALUE " - ".
003880     05  RDL-LEGS-AGAINST        PIC Z9.
003890     05  FILLER                  PIC X(03) VALUE SPACES.
003900     05  RDL-RESULT              PIC X(10).

003910 01  WS-RESULT-SUMMARY-LINE.
003920     05  FILLER                  PIC X(09) VALUE "  PLAYED ".
003930     05  RSL-PLAYED              PIC ZZ9.
003940     05  FILLER                  PIC X(06) VALUE "  WON ".
003950     05  RSL-WON                 PIC ZZ9.
003960     05  FILLER                  PIC X(07) VALUE "  LOST ".
003970     05  RSL-LOST                PIC ZZ9.
003980     05  FILLER                  PIC X(14) VALUE "  NOT DECIDED ".
003990     05  RSL-OPEN                PIC ZZ9.

004000 01  WS-HILITE-COUNT-LINE.
004010     05  FILLER                  PIC X(07) VALUE "  180S ".
004020     05  HCL-MAXIMUMS            PIC ZZZ9.
004030     05  FILLER                  PIC X(17)
004040         VALUE "  TON-PLUS TURNS ".
004050     05  HCL-TON-PLUS            PIC ZZZ9.
004060     05  FILLER                  PIC X(24)
004070         VALUE "  HIGH CHECKOUTS (100+) ".
004080     05  HCL-HIGH-CKOS           PIC ZZZ9.

004090 01  WS-BEST-LINE.
004100     05  FILLER                  PIC X(02) VALUE SPACES.
004110     05  BST-LABEL               PIC X(15).
004120     05  BST-DETAIL.
004130         10  BST-VALUE           PIC ZZ9.
004140         10  BST-UNIT            PIC X(06).
004150         10  BST-ON              PIC X(04).
004160         10  BST-DATE            PIC 9(08).
004170     05  BST-NONE REDEFINES BST-DETAIL
004180                                 PIC X(21).

004190 01  WS-CKO-DETAIL-LINE.
004200     05  FILLER                  PIC X(04) VALUE SPACES.
004210     05  CKL-DATE                PIC 9(08).
004220     05  FILLER                  PIC X(07) VALUE "  GAME ".
004230     05  CKL-GAME-ID             PIC X(10).
004240     05  FILLER                  PIC X(02) VALUE SPACES.
004250     05  CKL-VALUE               PIC ZZ9.

004260 01  WS-CKO-MORE-LINE.
004270     05  FILLER                  PIC X(08) VALUE "    AND ".
004280     05  CKM-COUNT               PIC ZZZ9.
004290     05  FILLER                  PIC X(20)
004300         VALUE " MORE HIGH CHECKOUTS".

004310 01  WS-TOTAL-LINE.
004320     05  TOT-LABEL               PIC X(30).
004330     05  TOT-COUNT               PIC ZZZZ9.

004340 01  WS-VERDICT-LINE             PIC X(80).
004350 01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

004360 COPY DROSTER.
004370 COPY DSEASTAT.
004380 COPY DFIXTURE.
004390 COPY DLEGSUMM.
004400 COPY DHILITE.
004410 COPY DPLYCARD.

004420 PROCEDURE DIVISION.

004430*****************************************************************
004440* 0000-MAINLINE.                                                *
004450*****************************************************************
004460 0000-MAINLINE.
004470     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004480     PERFORM 2000-SELECT-PLAYERS THRU 2000-EXIT.
004490     IF WS-SEL-COUNT > ZERO
004500         PERFORM 3000-SCAN-LEG-SUMMARIES THRU 3000-EXIT
004510         PERFORM 3500-SCAN-HIGHLIGHTS THRU 3500-EXIT
004520         PERFORM 4000-PRINT-CARD THRU 4000-EXIT
004530             VARYING WS-SEL-SUB FROM 1 BY 1
004540             UNTIL WS-SEL-SUB > WS-SEL-COUNT
004550     END-IF.
004560     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
004570     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004580     IF WS-ERROR-COUNT > ZERO
004590         MOVE 8 TO RETURN-CODE
004600     END-IF.
004610     GOBACK.

004620*****************************************************************
004630* 1000-INITIALIZE - OPEN THE OUTPUTS AND LOAD THE ROSTER, THE   *
004640*     MATCH RESULTS AND THE SEASON MASTER.  NO ROSTER MEANS NO  *
004650*     CARD CAN BE CHOSEN, AND NO SEASON MASTER WOULD PRINT      *
004660*     EVERY CARD AS NO SEASON RECORD - BOTH ARE ERRORS.         *
004670*****************************************************************
004680 1000-INITIALIZE.
004690     OPEN OUTPUT CARD-OUT.
004700     OPEN OUTPUT CARD-RPT.
004710     WRITE CARD-RPT-RECORD FROM WS-TITLE-LINE.
004720     WRITE CARD-RPT-RECORD FROM WS-BLANK-LINE.
004730     PERFORM 1300-LOAD-ROSTER THRU 1300-EXIT.
004740     PERFORM 1400-LOAD-MATCH-RESULTS THRU 1400-EXIT.
004750     PERFORM 1500-DATE-MATCH-RESULTS THRU 1500-EXIT.
004760     PERFORM 1600-LOAD-SEASON-STATS THRU 1600-EXIT.
004770 1000-EXIT.
004780     EXIT.

004790*****************************************************************
004800* 1300-LOAD-ROSTER - READ THE PLAYER ROSTER MASTER ONCE PER     *
004810*     RUN INTO A TABLE IN WORKING STORAGE.                      *
004820*****************************************************************
004830 1300-LOAD-ROSTER.
004840     OPEN INPUT ROSTER-IN.
004850     IF WS-ROSTER-NOT-FOUND
004860         ADD 1 TO WS-ERROR-COUNT
004870         MOVE "ROSTER FILE NOT FOUND - NO CARDS CAN BE CHOSEN"
004880             TO WS-VERDICT-LINE
004890         WRITE CARD-RPT-RECORD FROM WS-VERDICT-LINE
004900     ELSE
004910         PERFORM 1310-READ-ROSTER-ROW THRU 1310-EXIT
004920             UNTIL WS-ROSTER-IN-EOF
004930         CLOSE ROSTER-IN
004940     END-IF.
004950 1300-EXIT.
004960     EXIT.

004970 1310-READ-ROSTER-ROW.
004980     READ ROSTER-IN INTO ROSTER-RECORD
004990         AT END SET WS-ROSTER-IN-EOF TO TRUE
005000     END-READ.
005010     IF WS-ROSTER-IN-OK
005020         IF WS-ROSTER-COUNT >= 500
005030             DISPLAY "DARTSCRD: ROSTER HAS MORE THAN 500 ROWS "
005040                 "- ROWS BEYOND THE 500TH ARE IGNORED"
005050             SET WS-ROSTER-IN-EOF TO TRUE
005060         ELSE
005070             ADD 1 TO WS-ROSTER-COUNT
005080             SET WS-ROSTER-IDX TO WS-ROSTER-COUNT
005090             MOVE ROS-PLAYER-ID   TO
005100                 WS-ROSTER-PLAYER-ID (WS-ROSTER-IDX)
005110             MOVE ROS-PLAYER-NAME TO
005120                 WS-ROSTER-PLAYER-NAME (WS-ROSTER-IDX)
005130             MOVE ROS-TEAM-ID     TO
005140                 WS-ROSTER-TEAM-ID (WS-ROSTER-IDX)
005150             MOVE ROS-LEAGUE-ID   TO
005160                 WS-ROSTER-LEAGUE-ID (WS-ROSTER-IDX)
005170             MOVE ROS-STATUS      TO
005180                 WS-ROSTER-STATUS (WS-ROSTER-IDX)
005190         END-IF
005200     END-IF.
005210 1310-EXIT.
005220     EXIT.

005230*****************************************************************
005240* 1400-LOAD-MATCH-RESULTS - LAST ROW PER MATCH ID OFF THE       *
005250*     SEASON-CUMULATIVE RESULTS FILE, AS DARTSCTY LOADS IT.     *
005260*****************************************************************
005270 1400-LOAD-MATCH-RESULTS.
005280     OPEN INPUT MATCH-IN.
005290     IF WS-MATCH-IN-NOT-FOUND
005300         CONTINUE
005310     ELSE
005320         PERFORM 1410-LOAD-MATCH-ROW THRU 1410-EXIT
005330             UNTIL WS-MATCH-IN-EOF
005340         CLOSE MATCH-IN
005350     END-IF.
005360 1400-EXIT.
005370     EXIT.

005380 1410-LOAD-MATCH-ROW.
005390     READ MATCH-IN INTO MATCH-RESULT-RECORD
005400         AT END
005410             SET WS-MATCH-IN-EOF TO TRUE
005420             GO TO 1410-EXIT
005430     END-READ.
005440     MOVE MRS-MATCH-ID TO WS-KEY-MATCH-ID.
005450     PERFORM 1450-FIND-MATCH-SLOT THRU 1450-EXIT.
005460     IF NOT WS-MRS-SLOT-FOUND
005470         IF WS-MRS-COUNT >= 1000
005480             DISPLAY "DARTSCRD: MORE THAN 1000 MATCH RESULTS "
005490                 "- RESULTS BEYOND THE 1000TH ARE IGNORED"
005500             SET WS-MATCH-IN-EOF TO TRUE
005510             GO TO 1410-EXIT
005520         END-IF
005530         ADD 1 TO WS-MRS-COUNT
005540         MOVE WS-MRS-COUNT TO WS-MRS-SUB
005550         MOVE MRS-MATCH-ID TO WS-MRS-MATCH-ID (WS-MRS-SUB)
005560         MOVE ZERO TO WS-MRS-MATCH-DATE (WS-MRS-SUB)
005570     END-IF.
005580     MOVE MRS-LEAGUE-ID TO WS-MRS-LEAGUE-ID (WS-MRS-SUB).
005590     MOVE MRS-HOME-PLAYER-ID TO
005600         WS-MRS-HOME-PLAYER-ID (WS-MRS-SUB).
005610     MOVE MRS-AWAY-PLAYER-ID TO
005620         WS-MRS-AWAY-PLAYER-ID (WS-MRS-SUB).
005630     MOVE MRS-HOME-LEGS-WON TO WS-MRS-HOME-LEGS (WS-MRS-SUB).
005640     MOVE MRS-AWAY-LEGS-WON TO WS-MRS-AWAY-LEGS (WS-MRS-SUB).
005650     MOVE MRS-WINNER-PLAYER-ID TO WS-MRS-WINNER-ID (WS-MRS-SUB).
005660     MOVE MRS-RESULT-STATUS TO
005670         WS-MRS-RESULT-STATUS (WS-MRS-SUB).
005680 1410-EXIT.
005690     EXIT.

005700 1450-FIND-MATCH-SLOT.
005710     MOVE "N" TO WS-MRS-SLOT-SWITCH.
005720     IF WS-MRS-COUNT > ZERO
005730         PERFORM 1460-MATCH-SLOT-PROBE THRU 1460-EXIT
005740             VARYING WS-MRS-SUB FROM 1 BY 1
005750             UNTIL WS-MRS-SLOT-FOUND
005760                OR WS-MRS-SUB > WS-MRS-COUNT
005770     END-IF.
005780     IF WS-MRS-SLOT-FOUND
005790         SUBTRACT 1 FROM WS-MRS-SUB
005800     END-IF.
005810 1450-EXIT.
005820     EXIT.

005830 1460-MATCH-SLOT-PROBE.
005840     IF WS-MRS-MATCH-ID (WS-MRS-SUB) = WS-KEY-MATCH-ID
005850         SET WS-MRS-SLOT-FOUND TO TRUE
005860     END-IF.
005870 1460-EXIT.
005880     EXIT.

005890*****************************************************************
005900* 1500-DATE-MATCH-RESULTS - STAMP EACH LOADED RESULT WITH THE   *
005910*     SCHEDULED DATE OFF THE LAST FIXTURE ROW FOR ITS MATCH ID. *
005920*     A RESULT WITH NO FIXTURE ROW PRINTS WITHOUT A DATE.       *
005930*****************************************************************
005940 1500-DATE-MATCH-RESULTS.
005950     IF WS-MRS-COUNT = ZERO
005960         GO TO 1500-EXIT
005970     END-IF.
005980     OPEN INPUT FIXTURES-IN.
005990     IF WS-FIXTURES-NOT-FOUND
006000         CONTINUE
006010     ELSE
006020         PERFORM 1510-DATE-ONE-FIXTURE THRU 1510-EXIT
006030             UNTIL WS-FIXTURES-IN-EOF
006040         CLOSE FIXTURES-IN
006050     END-IF.
006060 1500-EXIT.
006070     EXIT.

006080 1510-DATE-ONE-FIXTURE.
006090     READ FIXTURES-IN INTO FIXTURE-RECORD
006100         AT END
006110             SET WS-FIXTURES-IN-EOF TO TRUE
006120             GO TO 1510-EXIT
006130     END-READ.
006140     MOVE FIX-MATCH-ID TO WS-KEY-MATCH-ID.
006150     PERFORM 1450-FIND-MATCH-SLOT THRU 1450-EXIT.
006160     IF WS-MRS-SLOT-FOUND
006170         MOVE FIX-SCHED-DATE TO WS-MRS-MATCH-DATE (WS-MRS-SUB)
006180     END-IF.
006190 1510-EXIT.
006200     EXIT.

006210*****************************************************************
006220* 1600-LOAD-SEASON-STATS - THE WEEKLY SEASON MASTER IN FILE     *
006230*     ORDER.  THE POSITION RESETS ON A DIVISION BREAK, AS       *
006240*     DARTSCTY RANKS ITS STANDING LINES.                        *
006250*****************************************************************
006260 1600-LOAD-SEASON-STATS.
006270     OPEN INPUT STATS-IN.
006280     IF WS-STATS-NOT-FOUND
006290         ADD 1 TO WS-ERROR-COUNT
006300         MOVE "SEASON STATISTICS MASTER NOT FOUND" TO
006310             WS-VERDICT-LINE
006320         WRITE CARD-RPT-RECORD FROM WS-VERDICT-LINE
006330         GO TO 1600-EXIT
006340     END-IF.
006350     MOVE SPACES TO WS-RPT-LEAGUE-ID.
006360     PERFORM 1610-READ-SEASON-ROW THRU 1610-EXIT
006370         UNTIL WS-STATS-IN-EOF.
006380     CLOSE STATS-IN.
006390 1600-EXIT.
006400     EXIT.

006410 1610-READ-SEASON-ROW.
006420     READ STATS-IN INTO SEASON-STAT-RECORD
006430         AT END
006440             SET WS-STATS-IN-EOF TO TRUE
006450             GO TO 1610-EXIT
006460     END-READ.
006470     IF WS-SST-COUNT >= 1000
006480         DISPLAY "DARTSCRD: SEASON MASTER HAS MORE THAN 1000 "
006490             "ROWS - ROWS BEYOND THE 1000TH ARE IGNORED"
006500         SET WS-STATS-IN-EOF TO TRUE
006510         GO TO 1610-EXIT
006520     END-IF.
006530     IF SST-LEAGUE-ID NOT = WS-RPT-LEAGUE-ID
006540         MOVE SST-LEAGUE-ID TO WS-RPT-LEAGUE-ID
006550         MOVE ZERO TO WS-RANK
006560     END-IF.
006570     ADD 1 TO WS-RANK.
006580     ADD 1 TO WS-SST-COUNT.
006590     MOVE SST-PLAYER-ID TO WS-SST-PLAYER-ID (WS-SST-COUNT).
006600     MOVE SST-LEAGUE-ID TO WS-SST-LEAGUE-ID (WS-SST-COUNT).
006610     MOVE WS-RANK       TO WS-SST-POSITION (WS-SST-COUNT).
006620     MOVE SEASON-STAT-RECORD TO WS-SST-ROW (WS-SST-COUNT).
006630 1610-EXIT.
006640     EXIT.

006650*****************************************************************
006660* 2000-SELECT-PLAYERS - READ THE REQUEST CARDS AND BUILD THE    *
006670*     LIST OF PLAYERS TO PRINT.  NO CARDS MEANS NO CARDS PRINT. *
006680*****************************************************************
006690 2000-SELECT-PLAYERS.
006700     OPEN INPUT CRD-REQ.
006710     IF WS-CRD-REQ-NOT-FOUND
006720         GO TO 2000-EXIT
006730     END-IF.
006740     PERFORM 2100-READ-REQUEST THRU 2100-EXIT
006750         UNTIL WS-CRD-REQ-EOF.
006760     CLOSE CRD-REQ.
006770 2000-EXIT.
006780     EXIT.

006790*****************************************************************
006800* 2100-READ-REQUEST - ONE REQUEST CARD, ECHOED WITH HOW MANY    *
006810*     PLAYERS IT CHOSE.  A CARD THAT CHOOSES NOBODY IS AN       *
006820*     ERROR.                                                    *
006830*****************************************************************
006840 2100-READ-REQUEST.
006850     READ CRD-REQ
006860         AT END
006870             SET WS-CRD-REQ-EOF TO TRUE
006880             GO TO 2100-EXIT
006890     END-READ.
006900     ADD 1 TO WS-REQUESTS-READ.
006910     MOVE ZERO TO WS-CARD-MATCHES.
006920     MOVE CRQ-SELECT-TYPE TO RQL-SELECT-TYPE.
006930     MOVE CRQ-SELECT-ID   TO RQL-SELECT-ID.
006940     MOVE SPACES          TO RQL-DISPOSITION.
006950     EVALUATE TRUE
006960         WHEN CRQ-PLAYER
006970             PERFORM 2200-SELECT-ONE-PLAYER THRU 2200-EXIT
006980             IF WS-CARD-MATCHES = ZERO
006990                 MOVE "REJECTED - PLAYER NOT ON THE ROSTER"
007000                     TO RQL-DISPOSITION
007010             END-IF
007020         WHEN CRQ-TEAM
007030         WHEN CRQ-LEAGUE
007040             IF WS-ROSTER-COUNT > ZERO
007050                 PERFORM 2300-SELECT-ROSTER-ROW THRU 2300-EXIT
007060                     VARYING WS-ROSTER-IDX FROM 1 BY 1
007070                     UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT
007080             END-IF
007090             IF WS-CARD-MATCHES = ZERO
007100                 MOVE "REJECTED - NO ACTIVE ROSTER PLAYERS"
007110                     TO RQL-DISPOSITION
007120             END-IF
007130         WHEN OTHER
007140             MOVE "REJECTED - TYPE MUST BE P, T OR L"
007150                 TO RQL-DISPOSITION
007160     END-EVALUATE.
007170     IF RQL-DISPOSITION NOT = SPACES
007180         ADD 1 TO WS-REQUESTS-REJECTED
007190         ADD 1 TO WS-ERROR-COUNT
007200     ELSE
007210         MOVE WS-CARD-MATCHES TO RQC-COUNT
007220         MOVE WS-REQUEST-COUNT-LINE TO RQL-DISPOSITION
007230     END-IF.
007240     WRITE CARD-RPT-RECORD FROM WS-REQUEST-LINE.
007250 2100-EXIT.
007260     EXIT.

007270*****************************************************************
007280* 2200-SELECT-ONE-PLAYER - A P CARD CHOOSES THE NAMED PLAYER    *
007290*     WHATEVER THEIR ROSTER STATUS.                             *
007300*****************************************************************
007310 2200-SELECT-ONE-PLAYER.
007320     IF WS-ROSTER-COUNT > ZERO
007330         SET WS-ROSTER-IDX TO 1
007340         SEARCH WS-ROSTER-ENTRY
007350             AT END
007360                 CONTINUE
007370             WHEN WS-ROSTER-PLAYER-ID (WS-ROSTER-IDX)
007380                 = CRQ-SELECT-ID
007390                 PERFORM 2400-ADD-SELECTION THRU 2400-EXIT
007400         END-SEARCH
007410     END-IF.
007420 2200-EXIT.
007430     EXIT.

007440*****************************************************************
007450* 2300-SELECT-ROSTER-ROW - A T OR L CARD CHOOSES EVERY ACTIVE   *
007460*     ROSTER PLAYER OF THE TEAM OR LEAGUE.                      *
007470*****************************************************************
007480 2300-SELECT-ROSTER-ROW.
007490     IF NOT WS-ROSTER-PLAYER-ACTIVE (WS-ROSTER-IDX)
007500         GO TO 2300-EXIT
007510     END-IF.
007520     IF CRQ-TEAM
007530        AND WS-ROSTER-TEAM-ID (WS-ROSTER-IDX) = CRQ-SELECT-ID
007540         PERFORM 2400-ADD-SELECTION THRU 2400-EXIT
007550     END-IF.
007560     IF CRQ-LEAGUE
007570        AND WS-ROSTER-LEAGUE-ID (WS-ROSTER-IDX) = CRQ-SELECT-ID
007580         PERFORM 2400-ADD-SELECTION THRU 2400-EXIT
007590     END-IF.
007600 2300-EXIT.
007610     EXIT.

007620*****************************************************************
007630* 2400-ADD-SELECTION - ADD THE ROSTER PLAYER AT WS-ROSTER-IDX   *
007640*     TO THE CARD LIST UNLESS AN EARLIER CARD ALREADY CHOSE     *
007650*     THEM, WITH AN EMPTY FORM WINDOW AND NO HIGHLIGHTS.        *
007660*****************************************************************
007670 2400-ADD-SELECTION.
007680     ADD 1 TO WS-CARD-MATCHES.
007690     MOVE "N" TO WS-SEL-FOUND-SWITCH.
007700     IF WS-SEL-COUNT > ZERO
007710         SET WS-SEL-IDX TO 1
007720         SEARCH WS-SEL-ENTRY
007730             AT END
007740                 CONTINUE
007750             WHEN WS-SEL-PLAYER-ID (WS-SEL-IDX)
007760                 = WS-ROSTER-PLAYER-ID (WS-ROSTER-IDX)
007770                 SET WS-SEL-PLAYER-FOUND TO TRUE
007780         END-SEARCH
007790     END-IF.
007800     IF WS-SEL-PLAYER-FOUND
007810         GO TO 2400-EXIT
007820     END-IF.
007830     IF WS-SEL-COUNT >= 500
007840         IF NOT WS-SEL-TABLE-FULL
007850             DISPLAY "DARTSCRD: MORE THAN 500 PLAYERS CHOSEN "
007860                 "- PLAYERS BEYOND THE 500TH GET NO CARD"
007870             SET WS-SEL-TABLE-FULL TO TRUE
007880         END-IF
007890         GO TO 2400-EXIT
007900     END-IF.
007910     ADD 1 TO WS-SEL-COUNT.
007920     MOVE WS-SEL-COUNT TO WS-SEL-SUB.
007930     MOVE WS-ROSTER-PLAYER-ID (WS-ROSTER-IDX)
007940         TO WS-SEL-PLAYER-ID (WS-SEL-SUB).
007950     MOVE WS-ROSTER-LEAGUE-ID (WS-ROSTER-IDX)
007960         TO WS-SEL-LEAGUE-ID (WS-SEL-SUB).
007970     SET WS-SEL-ROSTER-SUB (WS-SEL-SUB) TO WS-ROSTER-IDX.
007980     MOVE ZEROS TO WS-SEL-FORM (WS-SEL-SUB).
007990     MOVE ZEROS TO WS-SEL-HIGHLIGHTS (WS-SEL-SUB).
008000 2400-EXIT.
008010     EXIT.

008020*****************************************************************
008030* 3000-SCAN-LEG-SUMMARIES - ONE PASS OF THE SEASON'S LEG        *
008040*     SUMMARIES (THE SEASON HISTORY FOLLOWED BY THE CURRENT     *
008050*     WEEK, OLDEST NIGHT FIRST), ROLLING EACH CHOSEN PLAYER'S   *
008060*     LEGS IN THEIR ROSTER LEAGUE INTO THEIR FORM WINDOW AND    *
008070*     KEEPING THEIR BEST LEG IN ANY LEAGUE.                     *
008080*****************************************************************
008090 3000-SCAN-LEG-SUMMARIES.
008100     OPEN INPUT LEGSUMM-IN.
008110     IF WS-LEGSUMM-NOT-FOUND
008120         CONTINUE
008130     ELSE
008140         PERFORM 3100-READ-LEG-SUMMARY THRU 3100-EXIT
008150             UNTIL WS-LEGSUMM-IN-EOF
008160         CLOSE LEGSUMM-IN
008170     END-IF.
008180 3000-EXIT.
008190     EXIT.

008200 3100-READ-LEG-SUMMARY.
008210     READ LEGSUMM-IN INTO LEG-SUMMARY-RECORD
008220         AT END
008230             SET WS-LEGSUMM-IN-EOF TO TRUE
008240             GO TO 3100-EXIT
008250     END-READ.
008260     SET WS-SEL-IDX TO 1.
008270     SEARCH WS-SEL-ENTRY
008280         AT END
008290             CONTINUE
008300         WHEN WS-SEL-PLAYER-ID (WS-SEL-IDX) = LSM-PLAYER-ID
008310             SET WS-SEL-SUB TO WS-SEL-IDX
008320             PERFORM 3300-POST-BEST-LEG THRU 3300-EXIT
008330             IF WS-SEL-LEAGUE-ID (WS-SEL-SUB) = LSM-LEAGUE-ID
008340                 PERFORM 3200-POST-FORM-LEG THRU 3200-EXIT
008350             END-IF
008360     END-SEARCH.
008370 3100-EXIT.
008380     EXIT.

008390*****************************************************************
008400* 3200-POST-FORM-LEG - ADD ONE LEG TO ITS NIGHT IN THE PLAYER'S *
008410*     WINDOW.  A NIGHT NEWER THAN ANY IN THE WINDOW OPENS A NEW *
008420*     SLOT (THE OLDEST DROPS OFF WHEN THE WINDOW IS FULL); A    *
008430*     LEG OLDER THAN THE WINDOW IS PASSED OVER.                 *
008440*****************************************************************
008450 3200-POST-FORM-LEG.
008460     MOVE LSM-SCORE-DATE TO WS-LEG-DATE.
008470     MOVE WS-SEL-NIGHTS (WS-SEL-SUB) TO WS-NIGHT-SUB.
008480     MOVE "N" TO WS-NIGHT-FOUND-SWITCH.
008490     IF WS-NIGHT-SUB > ZERO
008500         PERFORM 3210-FIND-NIGHT THRU 3210-EXIT
008510             VARYING WS-SCAN-SUB FROM 1 BY 1
008520             UNTIL WS-NIGHT-FOUND
008530                OR WS-SCAN-SUB > WS-SEL-NIGHTS (WS-SEL-SUB)
008540     END-IF.
008550     IF NOT WS-NIGHT-FOUND
008560         IF WS-NIGHT-SUB > ZERO
008570            AND WS-LEG-DATE < WS-SN-DATE (WS-SEL-SUB WS-NIGHT-SUB)
008580             GO TO 3200-EXIT
008590         END-IF
008600         PERFORM 3220-OPEN-NIGHT THRU 3220-EXIT
008610     END-IF.
008620     ADD 1 TO WS-SN-LEGS (WS-SEL-SUB WS-NIGHT-SUB).
008630     ADD LSM-DARTS TO WS-SN-DARTS (WS-SEL-SUB WS-NIGHT-SUB).
008640     ADD LSM-POINTS TO WS-SN-POINTS (WS-SEL-SUB WS-NIGHT-SUB).
008650     IF LSM-CHECKED-OUT
008660         ADD 1 TO WS-SN-CHECKOUTS (WS-SEL-SUB WS-NIGHT-SUB)
008670     END-IF.
008680     ADD LSM-TONS TO WS-SN-TONS (WS-SEL-SUB WS-NIGHT-SUB).
008690     ADD LSM-MAXIMUMS TO WS-SN-MAXIMUMS (WS-SEL-SUB WS-NIGHT-SUB).
008700 3200-EXIT.
008710     EXIT.

008720 3210-FIND-NIGHT.
008730     IF WS-SN-DATE (WS-SEL-SUB WS-SCAN-SUB) = WS-LEG-DATE
008740         SET WS-NIGHT-FOUND TO TRUE
008750         MOVE WS-SCAN-SUB TO WS-NIGHT-SUB
008760     END-IF.
008770 3210-EXIT.
008780     EXIT.

008790 3220-OPEN-NIGHT.
008800     IF WS-SEL-NIGHTS (WS-SEL-SUB) < WS-FORM-WINDOW
008810         ADD 1 TO WS-SEL-NIGHTS (WS-SEL-SUB)
008820     ELSE
008830         PERFORM 3230-SHIFT-NIGHT THRU 3230-EXIT
008840             VARYING WS-SCAN-SUB FROM 2 BY 1
008850             UNTIL WS-SCAN-SUB > WS-FORM-WINDOW
008860     END-IF.
008870     MOVE WS-SEL-NIGHTS (WS-SEL-SUB) TO WS-NIGHT-SUB.
008880     MOVE ZEROS TO WS-SEL-NIGHT (WS-SEL-SUB WS-NIGHT-SUB).
008890     MOVE WS-LEG-DATE TO WS-SN-DATE (WS-SEL-SUB WS-NIGHT-SUB).
008900 3220-EXIT.
008910     EXIT.

008920 3230-SHIFT-NIGHT.
008930     COMPUTE WS-PREV-SUB = WS-SCAN-SUB - 1.
008940     MOVE WS-SEL-NIGHT (WS-SEL-SUB WS-SCAN-SUB)
008950         TO WS-SEL-NIGHT (WS-SEL-SUB WS-PREV-SUB).
008960 3230-EXIT.
008970     EXIT.

008980*****************************************************************
008990* 3300-POST-BEST-LEG - THE BEST LEG IS THE CHECKED-OUT LEG WON  *
009000*     IN THE FEWEST DARTS (THE FIRST NIGHT IT WAS THROWN KEEPS  *
009010*     THE DATE).                                                *
009020*****************************************************************
009030 3300-POST-BEST-LEG.
009040     IF NOT LSM-CHECKED-OUT
009050        OR LSM-DARTS = ZERO
009060         GO TO 3300-EXIT
009070     END-IF.
009080     IF WS-SH-LEG-FROM-SUMMARY (WS-SEL-SUB)
009090        AND LSM-DARTS NOT < WS-SH-BEST-LEG (WS-SEL-SUB)
009100         GO TO 3300-EXIT
009110     END-IF.
009120     MOVE LSM-DARTS TO WS-SH-BEST-LEG (WS-SEL-SUB).
009130     MOVE LSM-SCORE-DATE TO WS-LEG-DATE.
009140     MOVE WS-LEG-DATE TO WS-SH-BEST-LEG-DATE (WS-SEL-SUB).
009150     SET WS-SH-LEG-FROM-SUMMARY (WS-SEL-SUB) TO TRUE.
009160 3300-EXIT.
009170     EXIT.

009180*****************************************************************
009190* 3500-SCAN-HIGHLIGHTS - ONE PASS OF THE SEASON'S HIGHLIGHT     *
009200*     HISTORY, COUNTING EACH CHOSEN PLAYER'S ACHIEVEMENTS.      *
009210*****************************************************************
009220 3500-SCAN-HIGHLIGHTS.
009230     OPEN INPUT HILITE-IN.
009240     IF WS-HILITE-NOT-FOUND
009250         CONTINUE
009260     ELSE
009270         PERFORM 3600-READ-HIGHLIGHT THRU 3600-EXIT
009280             UNTIL WS-HILITE-IN-EOF
009290         CLOSE HILITE-IN
009300     END-IF.
009310 3500-EXIT.
009320     EXIT.

009330 3600-READ-HIGHLIGHT.
009340     READ HILITE-IN INTO HIGHLIGHT-RECORD
009350         AT END
009360             SET WS-HILITE-IN-EOF TO TRUE
009370             GO TO 3600-EXIT
009380     END-READ.
009390     SET WS-SEL-IDX TO 1.
009400     SEARCH WS-SEL-ENTRY
009410         AT END
009420             CONTINUE
009430         WHEN WS-SEL-PLAYER-ID (WS-SEL-IDX) = HIL-PLAYER-ID
009440             SET WS-SEL-SUB TO WS-SEL-IDX
009450             PERFORM 3700-POST-HIGHLIGHT THRU 3700-EXIT
009460     END-SEARCH.
009470 3600-EXIT.
009480     EXIT.

009490*****************************************************************
009500* 3700-POST-HIGHLIGHT - A MAXIMUM OR TON-PLUS TURN IS COUNTED;  *
009510*     A HIGH CHECKOUT IS COUNTED, LISTED WHILE THERE IS ROOM    *
009520*     AND KEPT WHEN IT IS THE BEST YET.  THE NIGHT'S SHORTEST   *
009530*     LEG STANDS AS THE BEST LEG ONLY WHEN THE LEG SUMMARIES    *
009540*     SHOW NO CHECKED-OUT LEG FOR THE PLAYER.                   *
009550*****************************************************************
009560 3700-POST-HIGHLIGHT.
009570     EVALUATE TRUE
009580         WHEN HIL-MAXIMUM
009590             ADD 1 TO WS-SH-MAXIMUMS (WS-SEL-SUB)
009600         WHEN HIL-TON-PLUS
009610             ADD 1 TO WS-SH-TON-PLUS (WS-SEL-SUB)
009620         WHEN HIL-HIGH-CKO
009630             PERFORM 3710-POST-HIGH-CHECKOUT THRU 3710-EXIT
009640         WHEN HIL-SHORT-LEG
009650             IF WS-SH-LEG-FROM-SUMMARY (WS-SEL-SUB)
009660                 GO TO 3700-EXIT
009670             END-IF
009680             IF WS-SH-BEST-LEG (WS-SEL-SUB) = ZERO
009690                OR HIL-VALUE < WS-SH-BEST-LEG (WS-SEL-SUB)
009700                 MOVE HIL-VALUE TO WS-SH-BEST-LEG (WS-SEL-SUB)
009710                 MOVE HIL-DATE  TO
009720                     WS-SH-BEST-LEG-DATE (WS-SEL-SUB)
009730             END-IF
009740         WHEN OTHER
009750             CONTINUE
009760     END-EVALUATE.
009770 3700-EXIT.
009780     EXIT.

009790 3710-POST-HIGH-CHECKOUT.
009800     ADD 1 TO WS-SH-HIGH-CKOS (WS-SEL-SUB).
009810     IF HIL-VALUE > WS-SH-BEST-CKO (WS-SEL-SUB)
009820         MOVE HIL-VALUE TO WS-SH-BEST-CKO (WS-SEL-SUB)
009830         MOVE HIL-DATE  TO WS-SH-BEST-CKO-DATE (WS-SEL-SUB)
009840     END-IF.
009850     IF WS-SH-CKOS-LISTED (WS-SEL-SUB) < WS-CKO-LIST-MAX
009860         ADD 1 TO WS-SH-CKOS-LISTED (WS-SEL-SUB)
009870         MOVE WS-SH-CKOS-LISTED (WS-SEL-SUB) TO WS-CKO-SUB
009880         MOVE HIL-DATE    TO WS-SC-DATE (WS-SEL-SUB WS-CKO-SUB)
009890         MOVE HIL-GAME-ID TO WS-SC-GAME-ID (WS-SEL-SUB WS-CKO-SUB)
009900         MOVE HIL-VALUE   TO WS-SC-VALUE (WS-SEL-SUB WS-CKO-SUB)
009910     END-IF.
009920 3710-EXIT.
009930     EXIT.

009940*****************************************************************
009950* 4000-PRINT-CARD - ONE PLAYER'S CARD, PRINTED AND WRITTEN FOR  *
009960*     THE WEBSITE, SECTION BY SECTION.                          *
009970*****************************************************************
009980 4000-PRINT-CARD.
009990     MOVE WS-SEL-PLAYER-ID (WS-SEL-SUB) TO WS-CARD-PLAYER-ID.
010000     SET WS-ROSTER-IDX TO WS-SEL-ROSTER-SUB (WS-SEL-SUB).
010010     PERFORM 4050-FIND-SEASON-ROW THRU 4050-EXIT.
010020     PERFORM 4100-PRINT-PROFILE THRU 4100-EXIT.
010030     PERFORM 4200-PRINT-SEASON THRU 4200-EXIT.
010040     PERFORM 4300-PRINT-FORM THRU 4300-EXIT.
010050     PERFORM 4400-PRINT-RESULTS THRU 4400-EXIT.
010060     PERFORM 4500-PRINT-HIGHLIGHTS THRU 4500-EXIT.
010070     WRITE CARD-RPT-RECORD FROM WS-BLANK-LINE.
010080     ADD 1 TO WS-CARDS-PRINTED.
010090 4000-EXIT.
010100     EXIT.

010110*****************************************************************
010120* 4050-FIND-SEASON-ROW - THE PLAYER'S ROW FOR THEIR ROSTER      *
010130*     LEAGUE ON THE SEASON MASTER, INTO SEASON-STAT-RECORD, AND *
010140*     THE SIZE OF THAT DIVISION.                                *
010150*****************************************************************
010160 4050-FIND-SEASON-ROW.
010170     MOVE "N" TO WS-SEASON-SWITCH.
010180     MOVE ZERO TO WS-DIVISION-SIZE.
010190     IF WS-SST-COUNT = ZERO
010200         GO TO 4050-EXIT
010210     END-IF.
010220     SET WS-SST-IDX TO 1.
010230     SEARCH WS-SST-ENTRY
010240         AT END
010250             CONTINUE
010260         WHEN WS-SST-PLAYER-ID (WS-SST-IDX) = WS-CARD-PLAYER-ID
010270          AND WS-SST-LEAGUE-ID (WS-SST-IDX)
010280              = WS-SEL-LEAGUE-ID (WS-SEL-SUB)
010290             SET WS-SEASON-ROW-FOUND TO TRUE
010300             MOVE WS-SST-ROW (WS-SST-IDX) TO SEASON-STAT-RECORD
010310             MOVE WS-SST-POSITION (WS-SST-IDX) TO WS-RANK
010320     END-SEARCH.
010330     IF WS-SEASON-ROW-FOUND
010340         PERFORM 4060-COUNT-DIVISION THRU 4060-EXIT
010350             VARYING WS-SST-SUB FROM 1 BY 1
010360             UNTIL WS-SST-SUB > WS-SST-COUNT
010370     END-IF.
010380 4050-EXIT.
010390     EXIT.

010400 4060-COUNT-DIVISION.
010410     IF WS-SST-LEAGUE-ID (WS-SST-SUB) = SST-LEAGUE-ID
010420         ADD 1 TO WS-DIVISION-SIZE
010430     END-IF.
010440 4060-EXIT.
010450     EXIT.

010460*****************************************************************
010470* 4100-PRINT-PROFILE - THE CARD HEADING OFF THE ROSTER ROW.     *
010480*****************************************************************
010490 4100-PRINT-PROFILE.
010500     WRITE CARD-RPT-RECORD FROM WS-RULE-LINE.
010510     MOVE WS-CARD-PLAYER-ID TO CHD-PLAYER-ID.
010520     MOVE WS-ROSTER-PLAYER-NAME (WS-ROSTER-IDX)
010530         TO CHD-PLAYER-NAME.
010540     MOVE WS-ROSTER-TEAM-ID (WS-ROSTER-IDX)     TO CHD-TEAM-ID.
010550     MOVE WS-ROSTER-LEAGUE-ID (WS-ROSTER-IDX)   TO CHD-LEAGUE-ID.
010560     IF WS-ROSTER-PLAYER-ACTIVE (WS-ROSTER-IDX)
010570         MOVE "ACTIVE"   TO CHD-STATUS
010580     ELSE
010590         MOVE "INACTIVE" TO CHD-STATUS
010600     END-IF.
010610     WRITE CARD-RPT-RECORD FROM WS-CARD-HEAD-LINE.
010620     WRITE CARD-RPT-RECORD FROM WS-RULE-LINE.
010630     MOVE "P"               TO CPP-RECORD-TYPE.
010640     MOVE WS-CARD-PLAYER-ID TO CPP-PLAYER-ID.
010650     MOVE WS-ROSTER-PLAYER-NAME (WS-ROSTER-IDX)
010660         TO CPP-PLAYER-NAME.
010670     MOVE WS-ROSTER-TEAM-ID (WS-ROSTER-IDX)     TO CPP-TEAM-ID.
010680     MOVE WS-ROSTER-LEAGUE-ID (WS-ROSTER-IDX)   TO CPP-LEAGUE-ID.
010690     MOVE WS-ROSTER-STATUS (WS-ROSTER-IDX)      TO CPP-STATUS.
010700     IF WS-SEASON-ROW-FOUND
010710         SET CPP-SEASON-ON-FILE TO TRUE
010720     ELSE
010730         SET CPP-NO-SEASON-RECORD TO TRUE
010740     END-IF.
010750     WRITE CARD-OUT-RECORD FROM CARD-PROFILE-RECORD.
010760     ADD 1 TO WS-RECORDS-WRITTEN.
010770 4100-EXIT.
010780     EXIT.

010790*****************************************************************
010800* 4200-PRINT-SEASON - THE SEASON FIGURES AND DIVISION POSITION, *
010810*     OR THE NO-SEASON-RECORD LINE.                             *
010820*****************************************************************
010830 4200-PRINT-SEASON.
010840     WRITE CARD-RPT-RECORD FROM WS-BLANK-LINE.
010850     MOVE "SEASON STATISTICS" TO WS-SECTION-LINE.
010860     WRITE CARD-RPT-RECORD FROM WS-SECTION-LINE.
010870     IF NOT WS-SEASON-ROW-FOUND
010880         MOVE WS-SEL-LEAGUE-ID (WS-SEL-SUB) TO NSL-LEAGUE-ID
010890         WRITE CARD-RPT-RECORD FROM WS-NO-SEASON-LINE
010900         ADD 1 TO WS-NO-SEASON-CARDS
010910         GO TO 4200-EXIT
010920     END-IF.
010930     MOVE WS-RANK            TO SL1-POSITION.
010940     MOVE WS-DIVISION-SIZE   TO SL1-DIVISION-SIZE.
010950     MOVE SST-LEGS-PLAYED    TO SL1-LEGS.
010960     MOVE SST-DARTS-THROWN   TO SL1-DARTS.
010970     MOVE SST-POINTS-SCORED  TO SL1-POINTS.
010980     WRITE CARD-RPT-RECORD FROM WS-SEASON-LINE-1.
010990     MOVE SST-AVG-3DART      TO SL2-AVG.
011000     MOVE SST-CHECKOUTS      TO SL2-CHECKOUTS.
011010     MOVE SST-CHECKOUT-PCT   TO SL2-CKO-PCT.
011020     MOVE SST-HIGH-CHECKOUT  TO SL2-HIGH-CKO.
011030     MOVE SST-TONS           TO SL2-TONS.
011040     MOVE SST-MAXIMUMS       TO SL2-MAXIMUMS.
011050     WRITE CARD-RPT-RECORD FROM WS-SEASON-LINE-2.
011060     MOVE "S"                TO CSE-RECORD-TYPE.
011070     MOVE WS-CARD-PLAYER-ID  TO CSE-PLAYER-ID.
011080     MOVE SST-LEAGUE-ID      TO CSE-LEAGUE-ID.
011090     MOVE WS-RANK            TO CSE-POSITION.
011100     MOVE WS-DIVISION-SIZE   TO CSE-DIVISION-SIZE.
011110     MOVE SST-LEGS-PLAYED    TO CSE-LEGS-PLAYED.
011120     MOVE SST-DARTS-THROWN   TO CSE-DARTS-THROWN.
011130     MOVE SST-POINTS-SCORED  TO CSE-POINTS-SCORED.
011140     MOVE SST-CHECKOUTS      TO CSE-CHECKOUTS.
011150     MOVE SST-TONS           TO CSE-TONS.
011160     MOVE SST-MAXIMUMS       TO CSE-MAXIMUMS.
011170     MOVE SST-HIGH-CHECKOUT  TO CSE-HIGH-CHECKOUT.
011180     MOVE SST-AVG-3DART      TO CSE-AVG-3DART.
011190     MOVE SST-CHECKOUT-PCT   TO CSE-CHECKOUT-PCT.
011200     WRITE CARD-OUT-RECORD FROM CARD-SEASON-RECORD.
011210     ADD 1 TO WS-RECORDS-WRITTEN.
011220 4200-EXIT.
011230     EXIT.

011240*****************************************************************
011250* 4300-PRINT-FORM - ONE LINE PER NIGHT IN THE WINDOW, THEN THE  *
011260*     FORM FIGURES AGAINST THE SEASON MARK AND THE TREND FLAG,  *
011270*     AS DARTSFRM WORKS THEM.  NO SEASON ROW, NO TREND.         *
011280*****************************************************************
011290 4300-PRINT-FORM.
011300     WRITE CARD-RPT-RECORD FROM WS-BLANK-LINE.
011310     MOVE WS-FORM-WINDOW TO FHD-WINDOW.
011320     WRITE CARD-RPT-RECORD FROM WS-FORM-HEAD-LINE.
011330     IF WS-SEL-NIGHTS (WS-SEL-SUB) = ZERO
011340         MOVE "  NO LEG SUMMARIES ON FILE FOR THIS PLAYER"
011350             TO WS-SECTION-LINE
011360         WRITE CARD-RPT-RECORD FROM WS-SECTION-LINE
011370         GO TO 4300-EXIT
011380     END-IF.
011390     WRITE CARD-RPT-RECORD FROM WS-FORM-COLUMN-LINE.
011400     MOVE ZERO TO WS-FORM-LEGS.
011410     MOVE ZERO TO WS-FORM-DARTS.
011420     MOVE ZERO TO WS-FORM-POINTS.
011430     MOVE ZERO TO WS-FORM-CHECKOUTS.
011440     PERFORM 4310-PRINT-FORM-NIGHT THRU 4310-EXIT
011450         VARYING WS-NIGHT-SUB FROM 1 BY 1
011460         UNTIL WS-NIGHT-SUB > WS-SEL-NIGHTS (WS-SEL-SUB).
011470     MOVE ZERO TO WS-FORM-AVG.
011480     MOVE ZERO TO WS-FORM-CKO-PCT.
011490     IF WS-FORM-DARTS > ZERO
011500         COMPUTE WS-FORM-AVG ROUNDED =
011510             WS-FORM-POINTS * 300 / WS-FORM-DARTS / 100
011520     END-IF.
011530     IF WS-FORM-LEGS > ZERO
011540         COMPUTE WS-FORM-CKO-PCT ROUNDED =
011550             WS-FORM-CHECKOUTS * 1000 / WS-FORM-LEGS / 10
011560     END-IF.
011570     MOVE ZERO TO WS-SEASON-AVG.
011580     MOVE SPACES TO WS-TREND.
011590     IF WS-SEASON-ROW-FOUND
011600         MOVE SST-AVG-3DART TO WS-SEASON-AVG
011610         COMPUTE WS-AVG-DIFF = WS-FORM-AVG - WS-SEASON-AVG
011620         EVALUATE TRUE
011630             WHEN WS-AVG-DIFF > WS-TREND-THRESHOLD
011640                 MOVE "IMPROVING" TO WS-TREND
011650             WHEN WS-AVG-DIFF < (ZERO - WS-TREND-THRESHOLD)
011660                 MOVE "DECLINING" TO WS-TREND
011670             WHEN OTHER
011680                 MOVE SPACES TO WS-TREND
011690         END-EVALUATE
011700     END-IF.
011710     MOVE WS-FORM-AVG     TO FSL-FORM-AVG.
011720     MOVE WS-FORM-CKO-PCT TO FSL-FORM-CKO.
011730     MOVE WS-SEASON-AVG   TO FSL-SEASON-AVG.
011740     MOVE WS-TREND        TO FSL-TREND.
011750     WRITE CARD-RPT-RECORD FROM WS-FORM-SUMMARY-LINE.
011760     MOVE "T"               TO CTR-RECORD-TYPE.
011770     MOVE WS-CARD-PLAYER-ID TO CTR-PLAYER-ID.
011780     MOVE WS-SEL-NIGHTS (WS-SEL-SUB) TO CTR-NIGHTS.
011790     MOVE WS-FORM-AVG       TO CTR-FORM-AVG.
011800     MOVE WS-FORM-CKO-PCT   TO CTR-FORM-CKO-PCT.
011810     MOVE WS-SEASON-AVG     TO CTR-SEASON-AVG.
011820     MOVE WS-TREND          TO CTR-TREND.
011830     WRITE CARD-OUT-RECORD FROM CARD-TREND-RECORD.
011840     ADD 1 TO WS-RECORDS-WRITTEN.
011850 4300-EXIT.
011860     EXIT.

011870 4310-PRINT-FORM-NIGHT.
011880     ADD WS-SN-LEGS (WS-SEL-SUB WS-NIGHT-SUB) TO WS-FORM-LEGS.
011890     ADD WS-SN-DARTS (WS-SEL-SUB WS-NIGHT-SUB) TO WS-FORM-DARTS.
011900     ADD WS-SN-POINTS (WS-SEL-SUB WS-NIGHT-SUB) TO WS-FORM-POINTS.
011910     ADD WS-SN-CHECKOUTS (WS-SEL-SUB WS-NIGHT-SUB)
011920         TO WS-FORM-CHECKOUTS.
011930     MOVE ZERO TO WS-NIGHT-AVG.
011940     MOVE ZERO TO WS-NIGHT-CKO-PCT.
011950     IF WS-SN-DARTS (WS-SEL-SUB WS-NIGHT-SUB) > ZERO
011960         COMPUTE WS-NIGHT-AVG ROUNDED =
011970             WS-SN-POINTS (WS-SEL-SUB WS-NIGHT-SUB) * 300
011980             / WS-SN-DARTS (WS-SEL-SUB WS-NIGHT-SUB) / 100
011990     END-IF.
012000     IF WS-SN-LEGS (WS-SEL-SUB WS-NIGHT-SUB) > ZERO
012010         COMPUTE WS-NIGHT-CKO-PCT ROUNDED =
012020             WS-SN-CHECKOUTS (WS-SEL-SUB WS-NIGHT-SUB) * 1000
012030             / WS-SN-LEGS (WS-SEL-SUB WS-NIGHT-SUB) / 10
012040     END-IF.
012050     MOVE WS-SN-DATE (WS-SEL-SUB WS-NIGHT-SUB)     TO FDL-DATE.
012060     MOVE WS-SN-LEGS (WS-SEL-SUB WS-NIGHT-SUB)     TO FDL-LEGS.
012070     MOVE WS-SN-DARTS (WS-SEL-SUB WS-NIGHT-SUB)    TO FDL-DARTS.
012080     MOVE WS-NIGHT-AVG                             TO FDL-AVG.
012090     MOVE WS-NIGHT-CKO-PCT                         TO FDL-CKO-PCT.
012100     MOVE WS-SN-TONS (WS-SEL-SUB WS-NIGHT-SUB)     TO FDL-TONS.
012110     MOVE WS-SN-MAXIMUMS (WS-SEL-SUB WS-NIGHT-SUB)
012120         TO FDL-MAXIMUMS.
012130     WRITE CARD-RPT-RECORD FROM WS-FORM-DETAIL-LINE.
012140     MOVE "F"               TO CFN-RECORD-TYPE.
012150     MOVE WS-CARD-PLAYER-ID TO CFN-PLAYER-ID.
012160     MOVE WS-SN-DATE (WS-SEL-SUB WS-NIGHT-SUB)  TO CFN-NIGHT-DATE.
012170     MOVE WS-SN-LEGS (WS-SEL-SUB WS-NIGHT-SUB)  TO CFN-LEGS.
012180     MOVE WS-SN-DARTS (WS-SEL-SUB WS-NIGHT-SUB) TO CFN-DARTS.
012190     MOVE WS-NIGHT-AVG                          TO CFN-AVG-3DART.
012200     MOVE WS-NIGHT-CKO-PCT                    TO CFN-CHECKOUT-PCT.
012210     MOVE WS-SN-TONS (WS-SEL-SUB WS-NIGHT-SUB)  TO CFN-TONS.
012220     MOVE WS-SN-MAXIMUMS (WS-SEL-SUB WS-NIGHT-SUB)
012230         TO CFN-MAXIMUMS.
012240     WRITE CARD-OUT-RECORD FROM CARD-FORM-RECORD.
012250     ADD 1 TO WS-RECORDS-WRITTEN.
012260 4310-EXIT.
012270     EXIT.

012280*****************************************************************
012290* 4400-PRINT-RESULTS - EVERY MATCH RESULT THIS SEASON THE       *
012300*     PLAYER STOOD IN, IN RESULTS-FILE ORDER, THE SCORE SHOWN   *
012310*     FROM THE PLAYER'S SIDE.  ONLY A COMPLETE RESULT IS WON OR *
012320*     LOST; ANY OTHER SHOWS ITS RESULT STATUS.                  *
012330*****************************************************************
012340 4400-PRINT-RESULTS.
012350     WRITE CARD-RPT-RECORD FROM WS-BLANK-LINE.
012360     MOVE "MATCH RESULTS THIS SEASON" TO WS-SECTION-LINE.
012370     WRITE CARD-RPT-RECORD FROM WS-SECTION-LINE.
012380     MOVE ZERO TO WS-PLAYED-COUNT.
012390     MOVE ZERO TO WS-WON-COUNT.
012400     MOVE ZERO TO WS-LOST-COUNT.
012410     MOVE ZERO TO WS-OPEN-COUNT.
012420     IF WS-MRS-COUNT > ZERO
012430         PERFORM 4410-PRINT-ONE-RESULT THRU 4410-EXIT
012440             VARYING WS-MRS-SUB FROM 1 BY 1
012450             UNTIL WS-MRS-SUB > WS-MRS-COUNT
012460     END-IF.
012470     IF WS-PLAYED-COUNT = ZERO
012480         MOVE "  NO MATCH RESULTS ON FILE FOR THIS PLAYER"
012490             TO WS-SECTION-LINE
012500         WRITE CARD-RPT-RECORD FROM WS-SECTION-LINE
012510         GO TO 4400-EXIT
012520     END-IF.
012530     MOVE WS-PLAYED-COUNT TO RSL-PLAYED.
012540     MOVE WS-WON-COUNT    TO RSL-WON.
012550     MOVE WS-LOST-COUNT   TO RSL-LOST.
012560     MOVE WS-OPEN-COUNT   TO RSL-OPEN.
012570     WRITE CARD-RPT-RECORD FROM WS-RESULT-SUMMARY-LINE.
012580 4400-EXIT.
012590     EXIT.

012600 4410-PRINT-ONE-RESULT.
012610     IF WS-MRS-HOME-PLAYER-ID (WS-MRS-SUB) = WS-CARD-PLAYER-ID
012620         MOVE "H" TO CMT-HOME-AWAY
012630         MOVE WS-MRS-AWAY-PLAYER-ID (WS-MRS-SUB)
012640             TO CMT-OPPONENT-ID
012650         MOVE WS-MRS-HOME-LEGS (WS-MRS-SUB) TO CMT-LEGS-FOR
012660         MOVE WS-MRS-AWAY-LEGS (WS-MRS-SUB) TO CMT-LEGS-AGAINST
012670     ELSE
012680         IF WS-MRS-AWAY-PLAYER-ID (WS-MRS-SUB) = WS-CARD-PLAYER-ID
012690             MOVE "A" TO CMT-HOME-AWAY
012700             MOVE WS-MRS-HOME-PLAYER-ID (WS-MRS-SUB)
012710                 TO CMT-OPPONENT-ID
012720             MOVE WS-MRS-AWAY-LEGS (WS-MRS-SUB) TO CMT-LEGS-FOR
012730             MOVE WS-MRS-HOME-LEGS (WS-MRS-SUB)
012740                 TO CMT-LEGS-AGAINST
012750         ELSE
012760             GO TO 4410-EXIT
012770         END-IF
012780     END-IF.
012790     ADD 1 TO WS-PLAYED-COUNT.
012800     IF WS-PLAYED-COUNT = 1
012810         WRITE CARD-RPT-RECORD FROM WS-RESULT-COLUMN-LINE
012820     END-IF.
012830     MOVE CMT-OPPONENT-ID TO WS-LOOKUP-PLAYER-ID.
012840     PERFORM 4900-FIND-PLAYER-NAME THRU 4900-EXIT.
012850     MOVE WS-PLAYER-NAME TO CMT-OPPONENT-NAME.
012860     MOVE SPACES TO CMT-OUTCOME.
012870     MOVE WS-MRS-RESULT-STATUS (WS-MRS-SUB) TO RDL-RESULT.
012880     IF WS-MRS-COMPLETE (WS-MRS-SUB)
012890         IF WS-MRS-WINNER-ID (WS-MRS-SUB) = WS-CARD-PLAYER-ID
012900             MOVE "W"   TO CMT-OUTCOME
012910             MOVE "WON" TO RDL-RESULT
012920             ADD 1 TO WS-WON-COUNT
012930         ELSE
012940             MOVE "L"    TO CMT-OUTCOME
012950             MOVE "LOST" TO RDL-RESULT
012960             ADD 1 TO WS-LOST-COUNT
012970         END-IF
012980     ELSE
012990         ADD 1 TO WS-OPEN-COUNT
013000     END-IF.
013010     IF WS-MRS-MATCH-DATE (WS-MRS-SUB) = ZERO
013020         MOVE SPACES TO RDL-DATE
013030     ELSE
013040         MOVE WS-MRS-MATCH-DATE (WS-MRS-SUB) TO RDL-DATE
013050     END-IF.
013060     MOVE WS-MRS-MATCH-ID (WS-MRS-SUB)  TO RDL-MATCH-ID.
013070     MOVE WS-MRS-LEAGUE-ID (WS-MRS-SUB) TO RDL-LEAGUE-ID.
013080     MOVE CMT-HOME-AWAY     TO RDL-HOME-AWAY.
013090     MOVE CMT-OPPONENT-NAME TO RDL-OPPONENT-NAME.
013100     MOVE CMT-LEGS-FOR      TO RDL-LEGS-FOR.
013110     MOVE CMT-LEGS-AGAINST  TO RDL-LEGS-AGAINST.
013120     WRITE CARD-RPT-RECORD FROM WS-RESULT-DETAIL-LINE.
013130     MOVE "M"               TO CMT-RECORD-TYPE.
013140     MOVE WS-CARD-PLAYER-ID TO CMT-PLAYER-ID.
013150     MOVE WS-MRS-MATCH-ID (WS-MRS-SUB)   TO CMT-MATCH-ID.
013160     MOVE WS-MRS-MATCH-DATE (WS-MRS-SUB) TO CMT-MATCH-DATE.
013170     MOVE WS-MRS-RESULT-STATUS (WS-MRS-SUB) TO CMT-RESULT-STATUS.
013180     WRITE CARD-OUT-RECORD FROM CARD-MATCH-RECORD.
013190     ADD 1 TO WS-RECORDS-WRITTEN.
013200 4410-EXIT.
013210     EXIT.

013220*****************************************************************
013230* 4500-PRINT-HIGHLIGHTS - THE SEASON'S HIGHLIGHT COUNTS, THE    *
013240*     BEST CHECKOUT AND BEST LEG, AND THE HIGH CHECKOUTS LISTED *
013250*     WITH A COUNT OF ANY BEYOND THE LIST.                      *
013260*****************************************************************
013270 4500-PRINT-HIGHLIGHTS.
013280     WRITE CARD-RPT-RECORD FROM WS-BLANK-LINE.
013290     MOVE "SEASON HIGHLIGHTS" TO WS-SECTION-LINE.
013300     WRITE CARD-RPT-RECORD FROM WS-SECTION-LINE.
013310     MOVE WS-SH-MAXIMUMS (WS-SEL-SUB)  TO HCL-MAXIMUMS.
013320     MOVE WS-SH-TON-PLUS (WS-SEL-SUB)  TO HCL-TON-PLUS.
013330     MOVE WS-SH-HIGH-CKOS (WS-SEL-SUB) TO HCL-HIGH-CKOS.
013340     WRITE CARD-RPT-RECORD FROM WS-HILITE-COUNT-LINE.
013350     MOVE "BEST CHECKOUT" TO BST-LABEL.
013360     IF WS-SH-BEST-CKO (WS-SEL-SUB) = ZERO
013370         MOVE "NONE" TO BST-NONE
013380     ELSE
013390         MOVE WS-SH-BEST-CKO (WS-SEL-SUB) TO BST-VALUE
013400         MOVE SPACES TO BST-UNIT
013410         MOVE " ON " TO BST-ON
013420         MOVE WS-SH-BEST-CKO-DATE (WS-SEL-SUB) TO BST-DATE
013430     END-IF.
013440     WRITE CARD-RPT-RECORD FROM WS-BEST-LINE.
013450     MOVE "BEST LEG" TO BST-LABEL.
013460     IF WS-SH-BEST-LEG (WS-SEL-SUB) = ZERO
013470         MOVE "NONE" TO BST-NONE
013480     ELSE
013490         MOVE WS-SH-BEST-LEG (WS-SEL-SUB) TO BST-VALUE
013500         MOVE " DARTS" TO BST-UNIT
013510         MOVE " ON " TO BST-ON
013520         MOVE WS-SH-BEST-LEG-DATE (WS-SEL-SUB) TO BST-DATE
013530     END-IF.
013540     WRITE CARD-RPT-RECORD FROM WS-BEST-LINE.
013550     MOVE "H"               TO CHL-RECORD-TYPE.
013560     MOVE WS-CARD-PLAYER-ID TO CHL-PLAYER-ID.
013570     MOVE WS-SH-MAXIMUMS (WS-SEL-SUB)      TO CHL-MAXIMUMS.
013580     MOVE WS-SH-TON-PLUS (WS-SEL-SUB)      TO CHL-TON-PLUS.
013590     MOVE WS-SH-HIGH-CKOS (WS-SEL-SUB)     TO CHL-HIGH-CHECKOUTS.
013600     MOVE WS-SH-BEST-CKO (WS-SEL-SUB)      TO CHL-BEST-CHECKOUT.
013610     MOVE WS-SH-BEST-CKO-DATE (WS-SEL-SUB) TO CHL-BEST-CKO-DATE.
013620     MOVE WS-SH-BEST-LEG (WS-SEL-SUB)      TO CHL-BEST-LEG.
013630     MOVE WS-SH-BEST-LEG-DATE (WS-SEL-SUB) TO CHL-BEST-LEG-DATE.
013640     WRITE CARD-OUT-RECORD FROM CARD-HIGHLIGHT-RECORD.
013650     ADD 1 TO WS-RECORDS-WRITTEN.
013660     IF WS-SH-CKOS-LISTED (WS-SEL-SUB) = ZERO
013670         GO TO 4500-EXIT
013680     END-IF.
013690     MOVE "  HIGH CHECKOUTS" TO WS-SECTION-LINE.
013700     WRITE CARD-RPT-RECORD FROM WS-SECTION-LINE.
013710     PERFORM 4510-PRINT-HIGH-CHECKOUT THRU 4510-EXIT
013720         VARYING WS-CKO-SUB FROM 1 BY 1
013730         UNTIL WS-CKO-SUB > WS-SH-CKOS-LISTED (WS-SEL-SUB).
013740     IF WS-SH-HIGH-CKOS (WS-SEL-SUB)
013750        > WS-SH-CKOS-LISTED (WS-SEL-SUB)
013760         COMPUTE CKM-COUNT = WS-SH-HIGH-CKOS (WS-SEL-SUB)
013770             - WS-SH-CKOS-LISTED (WS-SEL-SUB)
013780         WRITE CARD-RPT-RECORD FROM WS-CKO-MORE-LINE
013790     END-IF.
013800 4500-EXIT.
013810     EXIT.

013820 4510-PRINT-HIGH-CHECKOUT.
013830     MOVE WS-SC-DATE (WS-SEL-SUB WS-CKO-SUB)    TO CKL-DATE.
013840     MOVE WS-SC-GAME-ID (WS-SEL-SUB WS-CKO-SUB) TO CKL-GAME-ID.
013850     MOVE WS-SC-VALUE (WS-SEL-SUB WS-CKO-SUB)   TO CKL-VALUE.
013860     WRITE CARD-RPT-RECORD FROM WS-CKO-DETAIL-LINE.
013870     MOVE "C"               TO CCK-RECORD-TYPE.
013880     MOVE WS-CARD-PLAYER-ID TO CCK-PLAYER-ID.
013890     MOVE WS-SC-DATE (WS-SEL-SUB WS-CKO-SUB)    TO CCK-DATE.
013900     MOVE WS-SC-GAME-ID (WS-SEL-SUB WS-CKO-SUB) TO CCK-GAME-ID.
013910     MOVE WS-SC-VALUE (WS-SEL-SUB WS-CKO-SUB)   TO CCK-VALUE.
013920     WRITE CARD-OUT-RECORD FROM CARD-CHECKOUT-RECORD.
013930     ADD 1 TO WS-RECORDS-WRITTEN.
013940 4510-EXIT.
013950     EXIT.

013960*****************************************************************
013970* 4900-FIND-PLAYER-NAME - DISPLAY NAME FOR THE PLAYER IN        *
013980*     WS-LOOKUP-PLAYER-ID, RAW ID WHEN NO ROSTER ROW.           *
013990*****************************************************************
014000 4900-FIND-PLAYER-NAME.
014010     MOVE WS-LOOKUP-PLAYER-ID TO WS-PLAYER-NAME.
014020     SET WS-ROSTER-IDX TO 1.
014030     SEARCH WS-ROSTER-ENTRY
014040         AT END
014050             CONTINUE
014060         WHEN WS-ROSTER-PLAYER-ID (WS-ROSTER-IDX)
014070             = WS-LOOKUP-PLAYER-ID
014080             MOVE WS-ROSTER-PLAYER-NAME (WS-ROSTER-IDX)
014090                 TO WS-PLAYER-NAME
014100     END-SEARCH.
014110 4900-EXIT.
014120     EXIT.

014130*****************************************************************
014140* 8000-WRITE-TOTALS - THE RUN TOTALS.                           *
014150*****************************************************************
014160 8000-WRITE-TOTALS.
014170     WRITE CARD-RPT-RECORD FROM WS-BLANK-LINE.
014180     MOVE "REQUEST CARDS READ"      TO TOT-LABEL.
014190     MOVE WS-REQUESTS-READ         TO TOT-COUNT.
014200     WRITE CARD-RPT-RECORD FROM WS-TOTAL-LINE.
014210     MOVE "REQUEST CARDS REJECTED"  TO TOT-LABEL.
014220     MOVE WS-REQUESTS-REJECTED     TO TOT-COUNT.
014230     WRITE CARD-RPT-RECORD FROM WS-TOTAL-LINE.
014240     MOVE "PLAYER CARDS PRINTED"    TO TOT-LABEL.
014250     MOVE WS-CARDS-PRINTED         TO TOT-COUNT.
014260     WRITE CARD-RPT-RECORD FROM WS-TOTAL-LINE.
014270     MOVE "CARDS WITH NO SEASON RECORD" TO TOT-LABEL.
014280     MOVE WS-NO-SEASON-CARDS       TO TOT-COUNT.
014290     WRITE CARD-RPT-RECORD FROM WS-TOTAL-LINE.
014300     MOVE "WEBSITE RECORDS WRITTEN" TO TOT-LABEL.
014310     MOVE WS-RECORDS-WRITTEN       TO TOT-COUNT.
014320     WRITE CARD-RPT-RECORD FROM WS-TOTAL-LINE.
014330 8000-EXIT.
014340     EXIT.

014350*****************************************************************
014360* 9000-TERMINATE - CLOSE FILES.                                 *
014370*****************************************************************
014380 9000-TERMINATE.
014390     CLOSE CARD-OUT.
014400     CLOSE CARD-RPT.
014410 9000-EXIT.
014420     EXIT.
