000010*****************************************************************
000020* PROGRAM-ID.  DARTSCLS.                                        *
000030* AUTHOR.      R. HALVORSEN, SCORING SYSTEMS GROUP.             *
000040* INSTALLATION. RIVERSIDE DARTS LEAGUE DATA PROCESSING.         *
000050* DATE-WRITTEN. 2026-10-15.                                     *
000060*                                                               *
000070* REMARKS.  END-OF-SEASON CLOSE.  RUN ONCE, AFTER THE LAST      *
000080*     WEEKLY STANDINGS OF THE SEASON.  FREEZES THE FINAL SEASON *
000090*     STATISTICS MASTER AND THE FINAL DIVISION TABLES INTO A    *
000100*     DATED SEASON ARCHIVE GENERATION (SEE DSEASARC), THEN      *
000110*     APPLIES PROMOTION AND RELEGATION FROM THE DIVISION LADDER *
000120*     ON CLSPARM: FOR EACH LEAGUE, THE LEAGUE ABOVE AND BELOW,  *
000130*     HOW MANY GO UP AND DOWN (N) AND WHETHER THE LEAGUE IS     *
000140*     DECIDED ON ITS PLAYER TABLE (THREE-DART AVERAGE, AS       *
000150*     DARTSSTA RANKS IT) OR ITS TEAM TABLE (POINTS, AS DARTSTES *
000160*     RANKS IT).  THE TOP N GO UP UNLESS THE LEAGUE IS THE TOP  *
000170*     DIVISION, THE BOTTOM N GO DOWN UNLESS IT IS THE BOTTOM.   *
000180*     EVERY PLAYER WHO MOVES GETS A DROSTTRX CHANGE CARD FOR    *
000190*     DARTSRMT TO APPLY: THE NEW LEAGUE, AND ON A PLAYER TABLE  *
000200*     THE TEAM CLSPARM NAMES FOR THE NEW DIVISION (A PROMOTED   *
000210*     OR RELEGATED TEAM KEEPS ITS TEAM ID).  THE CONTROL REPORT *
000220*     ACCOUNTS FOR EVERY PLAYER ON THE ROSTER AND SEASON        *
000230*     MASTERS AS PROMOTED, RELEGATED, RETAINED OR LEFT (SET     *
000240*     INACTIVE, OR ON THE SEASON MASTER BUT NO LONGER ON THE    *
000250*     ROSTER) AND PROVES THE COUNTS AGREE.  ANY ERROR SETS      *
000260*     RETURN CODE 8 AND HOLDS THE JOB'S RESET STEPS, SO THE     *
000270*     SEASON'S FILES ARE NEVER EMPTIED WITHOUT A GOOD ARCHIVE.  *
000280*                                                               *
000290* MODIFICATION HISTORY.                                         *
000300*     2026-10-15  RH   ORIGINAL PROGRAM.                        *
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. DARTSCLS.
000340 AUTHOR. R. HALVORSEN.
000350 DATE-WRITTEN. 2026-10-15.
000360 DATE-COMPILED. 2026-10-15.

000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT CLS-CTL      ASSIGN TO CLSCTL
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-CLS-CTL-STATUS.
000430     SELECT CLS-PARM     ASSIGN TO CLSPARM
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-CLS-PARM-STATUS.
000460     SELECT ROSTER-IN    ASSIGN TO ROSTER
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-ROSTER-IN-STATUS.
000490     SELECT STATS-IN     ASSIGN TO STATSIN
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-STATS-IN-STATUS.
000520     SELECT TEAMRES-IN   ASSIGN TO TEAMRES
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-TEAMRES-IN-STATUS.
000550     SELECT ARCH-OUT     ASSIGN TO ARCHOUT
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-ARCH-OUT-STATUS.
000580     SELECT CLS-TRX      ASSIGN TO CLSTRX
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-CLS-TRX-STATUS.
000610     SELECT CLS-RPT      ASSIGN TO CLSRPT
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-CLS-RPT-STATUS.

000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  CLS-CTL
000670     RECORDING MODE IS F.
000680 01  CLS-CTL-RECORD              PIC X(08).

000690 FD  CLS-PARM
000700     RECORDING MODE IS F.
000710 01  CLS-PARM-RECORD             PIC X(31).

000720 FD  ROSTER-IN
000730     RECORDING MODE IS F.
000740 01  ROSTER-IN-RECORD            PIC X(43).

000750 FD  STATS-IN
000760     RECORDING MODE IS F.
000770 01  STATS-IN-RECORD             PIC X(55).

000780 FD  TEAMRES-IN
000790     RECORDING MODE IS F.
000800 01  TEAMRES-IN-RECORD           PIC X(58).

000810 FD  ARCH-OUT
000820     RECORDING MODE IS F.
000830 01  ARCH-OUT-RECORD             PIC X(64).

000840 FD  CLS-TRX
000850     RECORDING MODE IS F.
000860 01  CLS-TRX-RECORD              PIC X(43).

000870 FD  CLS-RPT
000880     RECORDING MODE IS F.
000890 01  CLS-RPT-RECORD              PIC X(132).

000900 WORKING-STORAGE SECTION.
000910 01  WS-CLS-CTL-STATUS           PIC XX.
000920     88  WS-CLS-CTL-OK                    VALUE "00".
000930     88  WS-CLS-CTL-NOT-FOUND             VALUE "35".
000940 01  WS-CLS-PARM-STATUS          PIC XX.
000950     88  WS-CLS-PARM-OK                   VALUE "00".
000960     88  WS-CLS-PARM-EOF                  VALUE "10".
000970     88  WS-CLS-PARM-NOT-FOUND            VALUE "35".
000980 01  WS-ROSTER-IN-STATUS         PIC XX.
000990     88  WS-ROSTER-IN-OK                  VALUE "00".
001000     88  WS-ROSTER-IN-EOF                 VALUE "10".
001010     88  WS-ROSTER-NOT-FOUND              VALUE "35".
001020 01  WS-STATS-IN-STATUS          PIC XX.
001030     88  WS-STATS-IN-OK                   VALUE "00".
001040     88  WS-STATS-IN-EOF                  VALUE "10".
001050     88  WS-STATS-NOT-FOUND               VALUE "35".
001060 01  WS-TEAMRES-IN-STATUS        PIC XX.
001070     88  WS-TEAMRES-IN-OK                 VALUE "00".
001080     88  WS-TEAMRES-IN-EOF                VALUE "10".
001090     88  WS-TEAMRES-NOT-FOUND             VALUE "35".
001100 01  WS-ARCH-OUT-STATUS          PIC XX.
001110     88  WS-ARCH-OUT-OK                   VALUE "00".
001120 01  WS-CLS-TRX-STATUS           PIC XX.
001130     88  WS-CLS-TRX-OK                    VALUE "00".
001140 01  WS-CLS-RPT-STATUS           PIC XX.
001150     88  WS-CLS-RPT-OK                    VALUE "00".

001160*****************************************************************
001170* CLSCTL CARD - THE DATE THE SEASON IS CLOSED, STAMPED ON EVERY *
001180* ARCHIVE RECORD.                                               *
001190*****************************************************************
001200 01  WS-CLOSE-CONTROL.
001210     05  CTL-CLOSE-DATE          PIC 9(08).

001220*****************************************************************
001230* CLSPARM ROW - ONE PER LEAGUE IN THE DIVISION LADDER.  THE TOP *
001240* DIVISION HAS NO LEAGUE ABOVE, THE BOTTOM NONE BELOW.  ON A    *
001250* PLAYER TABLE THE UP AND DOWN TEAMS ARE THE TEAMS A PROMOTED   *
001260* OR RELEGATED PLAYER JOINS (BLANK KEEPS THE PLAYER'S TEAM).    *
001270*****************************************************************
001280 01  WS-CLOSE-PARM.
001290     05  CPM-LEAGUE-ID           PIC X(04).
001300     05  CPM-BASIS               PIC X(01).
001310         88  CPM-PLAYER-TABLE            VALUE "P".
001320         88  CPM-TEAM-TABLE              VALUE "T".
001330     05  CPM-MOVE-COUNT          PIC 9(02).
001340     05  CPM-LEAGUE-ABOVE        PIC X(04).
001350     05  CPM-LEAGUE-BELOW        PIC X(04).
001360     05  CPM-UP-TEAM-ID          PIC X(08).
001370     05  CPM-DOWN-TEAM-ID        PIC X(08).

001380 01  WS-LGP-COUNT                PIC 9(03) COMP VALUE ZERO.
001390 01  WS-LGP-TABLE.
001400     05  WS-LGP-ENTRY OCCURS 1 TO 50 TIMES
001410                      DEPENDING ON WS-LGP-COUNT.
001420         10  WS-LGP-LEAGUE-ID        PIC X(04).
001430         10  WS-LGP-BASIS            PIC X(01).
001440             88  WS-LGP-PLAYER-TABLE         VALUE "P".
001450         10  WS-LGP-MOVE-COUNT       PIC 9(02).
001460         10  WS-LGP-LEAGUE-ABOVE     PIC X(04).
001470         10  WS-LGP-LEAGUE-BELOW     PIC X(04).
001480         10  WS-LGP-UP-TEAM-ID       PIC X(08).
001490         10  WS-LGP-DOWN-TEAM-ID     PIC X(08).
001500 01  WS-LGP-SUB                  PIC 9(03) COMP VALUE ZERO.
001510 01  WS-LGP-SCAN-SUB             PIC 9(03) COMP VALUE ZERO.
001520 01  WS-LGP-FOUND-SWITCH         PIC X(01) VALUE "N".
001530     88  WS-LGP-FOUND                    VALUE "Y".
001540 01  WS-KEY-LEAGUE-ID            PIC X(04) VALUE SPACES.
001550 01  WS-KEY-TEAM-ID              PIC X(08) VALUE SPACES.
001560 01  WS-KEY-PLAYER-ID            PIC X(10) VALUE SPACES.

001570*****************************************************************
001580* THE FINAL SEASON MASTER, KEPT FOR THE PLAYER TABLES AND THE   *
001590* LEFT-THE-LEAGUE CHECK.                                        *
001600*****************************************************************
001610 01  WS-SST-COUNT                PIC 9(04) COMP VALUE ZERO.
001620 01  WS-SST-TABLE.
001630     05  WS-SST-ENTRY OCCURS 1 TO 500 TIMES
001640                      DEPENDING ON WS-SST-COUNT.
001650         10  WS-SST-PLAYER-ID        PIC X(10).
001660         10  WS-SST-LEAGUE-ID        PIC X(04).
001670         10  WS-SST-AVG-3DART        PIC 9(03)V99.
001680         10  WS-SST-LEGS-PLAYED      PIC 9(04).
001690 01  WS-SST-SUB                  PIC 9(04) COMP VALUE ZERO.
001700 01  WS-SST-FULL-SWITCH          PIC X(01) VALUE "N".
001710     88  WS-SST-TABLE-FULL               VALUE "Y".
001720 01  WS-SST-SCAN-SUB             PIC 9(04) COMP VALUE ZERO.

001730*****************************************************************
001740* LAST-ROW-PER-TIE-ID TABLE OF THE SEASON'S TIE RESULTS AND THE *
001750* TEAM TABLES ROLLED UP FROM IT, AS DARTSTES BUILDS THEM.       *
001760*****************************************************************
001770 01  WS-TIE-COUNT                PIC 9(04) COMP VALUE ZERO.
001780 01  WS-TIE-TABLE.
001790     05  WS-TIE-ENTRY OCCURS 1 TO 500 TIMES
001800                      DEPENDING ON WS-TIE-COUNT.
001810         10  WS-TIE-TIE-ID           PIC X(08).
001820         10  WS-TIE-LEAGUE-ID        PIC X(04).
001830         10  WS-TIE-HOME-TEAM-ID     PIC X(08).
001840         10  WS-TIE-AWAY-TEAM-ID     PIC X(08).
001850         10  WS-TIE-HOME-GAMES       PIC 9(02).
001860         10  WS-TIE-AWAY-GAMES       PIC 9(02).
001870         10  WS-TIE-WINNER-TEAM-ID   PIC X(08).
001880         10  WS-TIE-RESULT-STATUS    PIC X(10).
001890             88  WS-TIE-COMPLETE             VALUE "COMPLETE".
001900             88  WS-TIE-DRAW                 VALUE "DRAW".
001910 01  WS-TIE-SUB                  PIC 9(04) COMP VALUE ZERO.
001920 01  WS-TIE-SLOT-SWITCH          PIC X(01) VALUE "N".
001930     88  WS-TIE-SLOT-FOUND               VALUE "Y".

001940 01  WS-STD-COUNT                PIC 9(04) COMP VALUE ZERO.
001950 01  WS-STD-TABLE.
001960     05  WS-STD-ENTRY OCCURS 1 TO 200 TIMES
001970                      DEPENDING ON WS-STD-COUNT.
001980         10  WS-STD-LEAGUE-ID        PIC X(04).
001990         10  WS-STD-TEAM-ID          PIC X(08).
002000         10  WS-STD-PLAYED           PIC 9(03).
002010         10  WS-STD-WON              PIC 9(03).
002020         10  WS-STD-DRAWN            PIC 9(03).
002030         10  WS-STD-LOST             PIC 9(03).
002040         10  WS-STD-GAMES-FOR        PIC 9(04).
002050         10  WS-STD-GAMES-AGAINST    PIC 9(04).
002060         10  WS-STD-POINTS           PIC 9(03).
002070         10  WS-STD-POSITION         PIC 9(03).
002080         10  WS-STD-OUTCOME          PIC X(01).
002090         10  WS-STD-NEW-LEAGUE-ID    PIC X(04).
002100 01  WS-STD-WORK-ENTRY           PIC X(43).
002110 01  WS-STD-SUB                  PIC 9(04) COMP VALUE ZERO.
002120 01  WS-STD-FOUND-SWITCH         PIC X(01) VALUE "N".
002130     88  WS-STD-ENTRY-FOUND              VALUE "Y".

002140*****************************************************************
002150* THE PLAYER TABLES - EVERY ACTIVE ROSTER PLAYER WHO THREW A    *
002160* LEG IN THEIR ROSTER LEAGUE THIS SEASON.                       *
002170*****************************************************************
002180 01  WS-PLS-COUNT                PIC 9(04) COMP VALUE ZERO.
002190 01  WS-PLS-TABLE.
002200     05  WS-PLS-ENTRY OCCURS 1 TO 500 TIMES
002210                      DEPENDING ON WS-PLS-COUNT.
002220         10  WS-PLS-LEAGUE-ID        PIC X(04).
002230         10  WS-PLS-PLAYER-ID        PIC X(10).
002240         10  WS-PLS-TEAM-ID          PIC X(08).
002250         10  WS-PLS-AVG-3DART        PIC 9(03)V99.
002260         10  WS-PLS-LEGS-PLAYED      PIC 9(04).
002270         10  WS-PLS-POSITION         PIC 9(03).
002280         10  WS-PLS-OUTCOME          PIC X(01).
002290         10  WS-PLS-NEW-LEAGUE-ID    PIC X(04).
002300 01  WS-PLS-WORK-ENTRY           PIC X(39).
002310 01  WS-PLS-SUB                  PIC 9(04) COMP VALUE ZERO.
002320 01  WS-PLS-FOUND-SWITCH         PIC X(01) VALUE "N".
002330     88  WS-PLS-ENTRY-FOUND              VALUE "Y".

002340 01  WS-SORT-I                   PIC 9(04) COMP VALUE ZERO.
002350 01  WS-SORT-J                   PIC 9(04) COMP VALUE ZERO.
002360 01  WS-RANK                     PIC 9(04) COMP VALUE ZERO.
002370 01  WS-LEAGUE-SIZE              PIC 9(04) COMP VALUE ZERO.
002380 01  WS-RPT-LEAGUE-ID            PIC X(04) VALUE SPACES.
002390 01  WS-ROSTER-SUB               PIC 9(04) COMP VALUE ZERO.
002400 01  WS-ROSTER-FOUND-SWITCH      PIC X(01) VALUE "N".
002410     88  WS-ROSTER-PLAYER-FOUND          VALUE "Y".

002420 01  WS-CLOSE-HELD-SWITCH        PIC X(01) VALUE "N".
002430     88  WS-CLOSE-HELD                   VALUE "Y".
002440 01  WS-ROW-ERROR-SWITCH         PIC X(01) VALUE "N".
002450     88  WS-ROW-HAS-ERROR                VALUE "Y".
002460 01  WS-ERROR-COUNT              PIC 9(05) COMP VALUE ZERO.
002470 01  WS-STATS-ARCHIVED           PIC 9(05) COMP VALUE ZERO.
002480 01  WS-STANDINGS-ARCHIVED       PIC 9(05) COMP VALUE ZERO.
002490 01  WS-PROMOTED-COUNT           PIC 9(05) COMP VALUE ZERO.
002500 01  WS-RELEGATED-COUNT          PIC 9(05) COMP VALUE ZERO.
002510 01  WS-RETAINED-COUNT           PIC 9(05) COMP VALUE ZERO.
002520 01  WS-LEFT-COUNT               PIC 9(05) COMP VALUE ZERO.
002530 01  WS-ACCOUNTED-COUNT          PIC 9(05) COMP VALUE ZERO.
002540 01  WS-MASTER-PLAYER-COUNT      PIC 9(05) COMP VALUE ZERO.
002550 01  WS-CARDS-WRITTEN            PIC 9(05) COMP VALUE ZERO.
002560 01  WS-OFF-ROSTER-COUNT         PIC 9(05) COMP VALUE ZERO.
002570 01  WS-FINDING-TEXT             PIC X(60) VALUE SPACES.
002580 01  WS-EARLIER-SWITCH           PIC X(01) VALUE "N".
002590     88  WS-SEEN-EARLIER                 VALUE "Y".

002600*****************************************************************
002610* ONE PLAYER'S OUTCOME WHILE THE CONTROL LINE IS BUILT.         *
002620*****************************************************************
002630 01  WS-OUTCOME                  PIC X(01) VALUE SPACES.
002640     88  WS-OUTCOME-PROMOTED             VALUE "P".
002650     88  WS-OUTCOME-RELEGATED            VALUE "R".
002660     88  WS-OUTCOME-KEPT                 VALUE "K".
002670     88  WS-OUTCOME-LEFT                 VALUE "L".
002680 01  WS-OUTCOME-TEXT             PIC X(10) VALUE SPACES.
002690 01  WS-POSITION                 PIC 9(03) VALUE ZERO.
002700 01  WS-NEW-LEAGUE-ID            PIC X(04) VALUE SPACES.
002710 01  WS-NEW-TEAM-ID              PIC X(08) VALUE SPACES.

002720 01  WS-TITLE-LINE.
002730     05  FILLER                  PIC X(26)
002740                     VALUE "SEASON CLOSE - CLOSE DATE ".
002750     05  TTL-CLOSE-DATE          PIC X(08).

002760 01  WS-SECTION-LINE             PIC X(50).

002770 01  WS-LADDER-HEADING.
002780     05  FILLER                  PIC X(08) VALUE "LEAGUE".
002790     05  FILLER                  PIC X(09) VALUE "TABLE".
002800     05  FILLER                  PIC X(05) VALUE "N".
002810     05  FILLER                  PIC X(07) VALUE "ABOVE".
002820     05  FILLER                  PIC X(07) VALUE "BELOW".
002830     05  FILLER                  PIC X(10) VALUE "UP TEAM".
002840     05  FILLER                  PIC X(10) VALUE "DOWN TEAM".
002850     05  FILLER                  PIC X(07) VALUE "FINDING".

002860 01  WS-LADDER-LINE.
002870     05  LDL-LEAGUE-ID           PIC X(04).
002880     05  FILLER                  PIC X(04) VALUE SPACES.
002890     05  LDL-BASIS-TEXT          PIC X(07).
002900     05  FILLER                  PIC X(02) VALUE SPACES.
002910     05  LDL-MOVE-COUNT          PIC X(02).
002920     05  FILLER                  PIC X(03) VALUE SPACES.
002930     05  LDL-LEAGUE-ABOVE        PIC X(04).
002940     05  FILLER                  PIC X(03) VALUE SPACES.
002950     05  LDL-LEAGUE-BELOW        PIC X(04).
002960     05  FILLER                  PIC X(03) VALUE SPACES.
002970     05  LDL-UP-TEAM-ID          PIC X(08).
002980     05  FILLER                  PIC X(02) VALUE SPACES.
002990     05  LDL-DOWN-TEAM-ID        PIC X(08).
003000     05  FILLER                  PIC X(02) VALUE SPACES.
003010     05  LDL-FINDINGS            PIC X(30).

003020 01  WS-LEAGUE-HEADING.
003030     05  FILLER                  PIC X(10) VALUE "DIVISION: ".
003040     05  LHD-LEAGUE-ID           PIC X(04).

003050 01  WS-PLAYER-HEADING.
003060     05  FILLER                  PIC X(05) VALUE "POS".
003070     05  FILLER                  PIC X(11) VALUE "PLAYER".
003080     05  FILLER                  PIC X(21) VALUE "NAME".
003090     05  FILLER                  PIC X(09) VALUE "TEAM".
003100     05  FILLER                  PIC X(08) VALUE "3DA".
003110     05  FILLER                  PIC X(06) VALUE "LEGS".
003120     05  FILLER                  PIC X(11) VALUE "OUTCOME".
003130     05  FILLER                  PIC X(08) VALUE "NEXT DIV".

003140 01  WS-PLAYER-LINE.
003150     05  PLL-POSITION            PIC ZZ9.
003160     05  FILLER                  PIC X(02) VALUE SPACES.
003170     05  PLL-PLAYER-ID           PIC X(10).
003180     05  FILLER                  PIC X(01) VALUE SPACES.
003190     05  PLL-PLAYER-NAME         PIC X(20).
003200     05  FILLER                  PIC X(01) VALUE SPACES.
003210     05  PLL-TEAM-ID             PIC X(08).
003220     05  FILLER                  PIC X(01) VALUE SPACES.
003230     05  PLL-AVG-3DART           PIC ZZ9.99.
003240     05  FILLER                  PIC X(02) VALUE SPACES.
003250     05  PLL-LEGS-PLAYED         PIC ZZZ9.
003260     05  FILLER                  PIC X(02) VALUE SPACES.
003270     05  PLL-OUTCOME-TEXT        PIC X(10).
003280     05  FILLER                  PIC X(01) VALUE SPACES.
003290     05  PLL-NEW-LEAGUE-ID       PIC X(04).

003300 01  WS-TEAM-HEADING.
003310     05  FILLER                  PIC X(05) VALUE "POS".
003320     05  FILLER                  PIC X(09) VALUE "TEAM".
003330     05  FILLER                  PIC X(06) VALUE "PLYD".
003340     05  FILLER                  PIC X(06) VALUE "WON".
003350     05  FILLER                  PIC X(06) VALUE "DRWN".
003360     05  FILLER                  PIC X(06) VALUE "LOST".
003370     05  FILLER                  PIC X(07) VALUE "GMS-F".
003380     05  FILLER                  PIC X(07) VALUE "GMS-A".
003390     05  FILLER                  PIC X(06) VALUE "PTS".
003400     05  FILLER                  PIC X(11) VALUE "OUTCOME".
003410     05  FILLER                  PIC X(08) VALUE "NEXT DIV".

003420 01  WS-TEAM-LINE.
003430     05  TML-POSITION            PIC ZZ9.
003440     05  FILLER                  PIC X(02) VALUE SPACES.
003450     05  TML-TEAM-ID             PIC X(08).
003460     05  FILLER                  PIC X(01) VALUE SPACES.
003470     05  TML-PLAYED              PIC ZZZ9.
003480     05  FILLER                  PIC X(02) VALUE SPACES.
003490     05  TML-WON                 PIC ZZZ9.
003500     05  FILLER                  PIC X(02) VALUE SPACES.
003510     05  TML-DRAWN               PIC ZZZ9.
003520     05  FILLER                  PIC X(02) VALUE SPACES.
003530     05  TML-LOST                PIC ZZZ9.
003540     05  FILLER                  PIC X(02) VALUE SPACES.
003550     05  TML-GAMES-FOR           PIC ZZZZ9.
003560     05  FILLER                  PIC X(02) VALUE SPACES.
003570     05  TML-GAMES-AGAINST       PIC ZZZZ9.
003580     05  FILLER                  PIC X(02) VALUE SPACES.
003590     05  TML-POINTS              PIC ZZZ9.
003600     05  FILLER                  PIC X(02) VALUE SPACES.
003610     05  TML-OUTCOME-TEXT        PIC X(10).
003620     05  FILLER                  PIC X(01) VALUE SPACES.
003630     05  TML-NEW-LEAGUE-ID       PIC X(04).

003640 01  WS-CONTROL-HEADING.
003650     05  FILLER                  PIC X(11) VALUE "PLAYER".
003660     05  FILLER                  PIC X(21) VALUE "NAME".
003670     05  FILLER                  PIC X(09) VALUE "TEAM".
003680     05  FILLER                  PIC X(06) VALUE "DIV".
003690     05  FILLER                  PIC X(05) VALUE "POS".
003700     05  FILLER                  PIC X(11) VALUE "OUTCOME".
003710     05  FILLER                  PIC X(06) VALUE "NEW".
003720     05  FILLER                  PIC X(10) VALUE "NEW TEAM".
003730     05  FILLER                  PIC X(04) VALUE "NOTE".

003740 01  WS-CONTROL-LINE.
003750     05  CTLL-PLAYER-ID          PIC X(10).
003760     05  FILLER                  PIC X(01) VALUE SPACES.
003770     05  CTLL-PLAYER-NAME        PIC X(20).
003780     05  FILLER                  PIC X(01) VALUE SPACES.
003790     05  CTLL-TEAM-ID            PIC X(08).
003800     05  FILLER                  PIC X(01) VALUE SPACES.
003810     05  CTLL-LEAGUE-ID          PIC X(04).
003820     05  FILLER                  PIC X(02) VALUE SPACES.
003830     05  CTLL-POSITION           PIC ZZZ.
003840     05  FILLER                  PIC X(02) VALUE SPACES.
003850     05  CTLL-OUTCOME-TEXT       PIC X(10).
003860     05  FILLER                  PIC X(01) VALUE SPACES.
003870     05  CTLL-NEW-LEAGUE-ID      PIC X(04).
003880     05  FILLER                  PIC X(02) VALUE SPACES.
003890     05  CTLL-NEW-TEAM-ID        PIC X(08).
003900     05  FILLER                  PIC X(02) VALUE SPACES.
003910     05  CTLL-NOTE               PIC X(30).

003920 01  WS-TOTAL-LINE.
003930     05  TOT-LABEL               PIC X(32).
003940     05  TOT-COUNT               PIC ZZZZ9.

003950 01  WS-FINDING-LINE.
003960     05  FILLER                  PIC X(04) VALUE "*** ".
003970     05  FDL-TEXT                PIC X(60).

003980 01  WS-VERDICT-LINE             PIC X(50).
003990 01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

004000 COPY DSEASTAT.
004010 COPY DSEASARC.
004020 COPY DTEAMFIX.
004030 COPY DROSTER.
004040 COPY DROSTTRX.

004050 PROCEDURE DIVISION.
004060 0000-MAINLINE.
004070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004080     IF NOT WS-CLOSE-HELD
004090         PERFORM 2000-ARCHIVE-STATS THRU 2000-EXIT
004100     END-IF.
004110     IF NOT WS-CLOSE-HELD
004120         PERFORM 3000-BUILD-TEAM-TABLES THRU 3000-EXIT
004130         PERFORM 4000-BUILD-PLAYER-TABLES THRU 4000-EXIT
004140         PERFORM 5000-DECIDE-MOVES THRU 5000-EXIT
004150         PERFORM 6000-PUBLISH-TABLES THRU 6000-EXIT
004160         PERFORM 7000-CONTROL-PLAYERS THRU 7000-EXIT
004170     END-IF.
004180     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
004190     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004200     IF WS-ERROR-COUNT > ZERO
004210         MOVE 8 TO RETURN-CODE
004220     END-IF.
004230     GOBACK.

004240*****************************************************************
004250* 1000-INITIALIZE - OPEN THE OUTPUTS, READ THE CARD, LOAD AND   *
004260*     PROVE THE LADDER, LOAD THE ROSTER.  ANY ERROR HERE HOLDS  *
004270*     THE CLOSE BEFORE A RECORD IS ARCHIVED.                    *
004280*****************************************************************
004290 1000-INITIALIZE.
004300     OPEN OUTPUT CLS-RPT.
004310     OPEN OUTPUT ARCH-OUT.
004320     OPEN OUTPUT CLS-TRX.
004330     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
004340     PERFORM 1200-LOAD-LADDER THRU 1200-EXIT.
004350     PERFORM 1300-LOAD-ROSTER THRU 1300-EXIT.
004360     IF WS-ERROR-COUNT > ZERO
004370         SET WS-CLOSE-HELD TO TRUE
004380     END-IF.
004390 1000-EXIT.
004400     EXIT.

004410*****************************************************************
004420* 1100-READ-CONTROL-CARD - THE CLSCTL CARD.  A MISSING CARD OR  *
004430*     A CLOSE DATE THAT IS NOT A DATE IS AN ERROR.              *
004440*****************************************************************
004450 1100-READ-CONTROL-CARD.
004460     MOVE SPACES TO WS-CLOSE-CONTROL.
004470     OPEN INPUT CLS-CTL.
004480     IF WS-CLS-CTL-NOT-FOUND
004490         CONTINUE
004500     ELSE
004510         READ CLS-CTL INTO WS-CLOSE-CONTROL
004520             AT END MOVE SPACES TO WS-CLOSE-CONTROL
004530         END-READ
004540         CLOSE CLS-CTL
004550     END-IF.
004560     MOVE WS-CLOSE-CONTROL TO TTL-CLOSE-DATE.
004570     WRITE CLS-RPT-RECORD FROM WS-TITLE-LINE.
004580     WRITE CLS-RPT-RECORD FROM WS-BLANK-LINE.
004590     IF CTL-CLOSE-DATE NOT NUMERIC
004600        OR CTL-CLOSE-DATE < 19000101
004610         MOVE "CLSCTL CARD MISSING OR CLOSE DATE NOT A DATE"
004620             TO WS-FINDING-TEXT
004630         PERFORM 1950-WRITE-FINDING THRU 1950-EXIT
004640     END-IF.
004650 1100-EXIT.
004660     EXIT.

004670*****************************************************************
004680* 1200-LOAD-LADDER - TABLE THE CLSPARM ROWS, THEN PROVE THE     *
004690*     LADDER HANGS TOGETHER AND PRINT IT.                       *
004700*****************************************************************
004710 1200-LOAD-LADDER.
004720     MOVE "DIVISION LADDER" TO WS-SECTION-LINE.
004730     WRITE CLS-RPT-RECORD FROM WS-SECTION-LINE.
004740     WRITE CLS-RPT-RECORD FROM WS-LADDER-HEADING.
004750     OPEN INPUT CLS-PARM.
004760     IF WS-CLS-PARM-NOT-FOUND
004770         MOVE "CLSPARM FILE MISSING" TO WS-FINDING-TEXT
004780         PERFORM 1950-WRITE-FINDING THRU 1950-EXIT
004790         GO TO 1200-EXIT
004800     END-IF.
004810     PERFORM 1210-READ-PARM-ROW THRU 1210-EXIT
004820         UNTIL WS-CLS-PARM-EOF.
004830     CLOSE CLS-PARM.
004840     IF WS-LGP-COUNT = ZERO
004850         MOVE "CLSPARM HAS NO LEAGUE ROWS" TO WS-FINDING-TEXT
004860         PERFORM 1950-WRITE-FINDING THRU 1950-EXIT
004870         GO TO 1200-EXIT
004880     END-IF.
004890     PERFORM 1250-CHECK-LADDER THRU 1250-EXIT
004900         VARYING WS-LGP-SUB FROM 1 BY 1
004910         UNTIL WS-LGP-SUB > WS-LGP-COUNT.
004920     WRITE CLS-RPT-RECORD FROM WS-BLANK-LINE.
004930 1200-EXIT.
004940     EXIT.

004950*****************************************************************
004960* 1210-READ-PARM-ROW - EDIT ONE CLSPARM ROW.  A ROW THAT FAILS  *
004970*     IS PRINTED WITH ITS FINDING AND NOT TABLED.               *
004980*****************************************************************
004990 1210-READ-PARM-ROW.
005000     READ CLS-PARM INTO WS-CLOSE-PARM
005010         AT END
005020             SET WS-CLS-PARM-EOF TO TRUE
005030             GO TO 1210-EXIT
005040     END-READ.
005050     MOVE "N" TO WS-ROW-ERROR-SWITCH.
005060     MOVE SPACES TO LDL-FINDINGS.
005070     MOVE CPM-LEAGUE-ID TO WS-KEY-LEAGUE-ID.
005080     PERFORM 1270-FIND-LEAGUE-PARM THRU 1270-EXIT.
005090     EVALUATE TRUE
005100         WHEN CPM-LEAGUE-ID = SPACES
005110             MOVE "NO LEAGUE ID" TO WS-FINDING-TEXT
005120             PERFORM 1900-FLAG-PARM-ERROR THRU 1900-EXIT
005130         WHEN WS-LGP-FOUND
005140             MOVE "DUPLICATE LEAGUE ROW" TO WS-FINDING-TEXT
005150             PERFORM 1900-FLAG-PARM-ERROR THRU 1900-EXIT
005160         WHEN NOT CPM-PLAYER-TABLE AND NOT CPM-TEAM-TABLE
005170             MOVE "TABLE NOT P OR T" TO WS-FINDING-TEXT
005180             PERFORM 1900-FLAG-PARM-ERROR THRU 1900-EXIT
005190         WHEN CPM-MOVE-COUNT NOT NUMERIC
005200             MOVE "MOVE COUNT NOT NUMERIC" TO WS-FINDING-TEXT
005210             PERFORM 1900-FLAG-PARM-ERROR THRU 1900-EXIT
005220         WHEN CPM-LEAGUE-ABOVE = CPM-LEAGUE-ID
005230           OR CPM-LEAGUE-BELOW = CPM-LEAGUE-ID
005240             MOVE "LEAGUE IS ITS OWN NEIGHBOUR" TO WS-FINDING-TEXT
005250             PERFORM 1900-FLAG-PARM-ERROR THRU 1900-EXIT
005260         WHEN WS-LGP-COUNT >= 50
005270             MOVE "MORE THAN 50 LEAGUE ROWS" TO WS-FINDING-TEXT
005280             PERFORM 1900-FLAG-PARM-ERROR THRU 1900-EXIT
005290         WHEN OTHER
005300             CONTINUE
005310     END-EVALUATE.
005320     IF WS-ROW-HAS-ERROR
005330         PERFORM 1290-WRITE-LADDER-LINE THRU 1290-EXIT
005340         GO TO 1210-EXIT
005350     END-IF.
005360     ADD 1 TO WS-LGP-COUNT.
005370     MOVE WS-CLOSE-PARM TO WS-LGP-ENTRY (WS-LGP-COUNT).
005380 1210-EXIT.
005390     EXIT.

005400*****************************************************************
005410* 1250-CHECK-LADDER - ONE TABLED LEAGUE.  THE LEAGUE NAMED      *
005420*     ABOVE MUST HAVE ITS OWN ROW NAMING THIS LEAGUE BELOW IT,  *
005430*     AND THE LEAGUE NAMED BELOW MUST NAME THIS ONE ABOVE, OR   *
005440*     PLAYERS WOULD MOVE ONE WAY WITHOUT A PLACE OPENING THE    *
005450*     OTHER.                                                    *
005460*****************************************************************
005470 1250-CHECK-LADDER.
005480     MOVE WS-LGP-ENTRY (WS-LGP-SUB) TO WS-CLOSE-PARM.
005490     MOVE "N" TO WS-ROW-ERROR-SWITCH.
005500     MOVE SPACES TO LDL-FINDINGS.
005510     IF CPM-LEAGUE-ABOVE NOT = SPACES
005520         MOVE CPM-LEAGUE-ABOVE TO WS-KEY-LEAGUE-ID
005530         PERFORM 1270-FIND-LEAGUE-PARM THRU 1270-EXIT
005540         IF NOT WS-LGP-FOUND
005550             MOVE "LEAGUE ABOVE HAS NO ROW" TO WS-FINDING-TEXT
005560             PERFORM 1900-FLAG-PARM-ERROR THRU 1900-EXIT
005570         ELSE
005580             IF WS-LGP-LEAGUE-BELOW (WS-LGP-SCAN-SUB)
005590                NOT = CPM-LEAGUE-ID
005600                 MOVE "LEAGUE ABOVE DOES NOT AGREE"
005610                     TO WS-FINDING-TEXT
005620                 PERFORM 1900-FLAG-PARM-ERROR THRU 1900-EXIT
005630             END-IF
005640         END-IF
005650     END-IF.
005660     IF CPM-LEAGUE-BELOW NOT = SPACES
005670         MOVE CPM-LEAGUE-BELOW TO WS-KEY-LEAGUE-ID
005680         PERFORM 1270-FIND-LEAGUE-PARM THRU 1270-EXIT
005690         IF NOT WS-LGP-FOUND
005700             MOVE "LEAGUE BELOW HAS NO ROW" TO WS-FINDING-TEXT
005710             PERFORM 1900-FLAG-PARM-ERROR THRU 1900-EXIT
005720         ELSE
005730             IF WS-LGP-LEAGUE-ABOVE (WS-LGP-SCAN-SUB)
005740                NOT = CPM-LEAGUE-ID
005750                 MOVE "LEAGUE BELOW DOES NOT AGREE"
005760                     TO WS-FINDING-TEXT
005770                 PERFORM 1900-FLAG-PARM-ERROR THRU 1900-EXIT
005780             END-IF
005790         END-IF
005800     END-IF.
005810     PERFORM 1290-WRITE-LADDER-LINE THRU 1290-EXIT.
005820 1250-EXIT.
005830     EXIT.

005840*****************************************************************
005850* 1270-FIND-LEAGUE-PARM - LOOK UP WS-KEY-LEAGUE-ID IN THE       *
005860*     LADDER.  WS-LGP-SCAN-SUB POINTS AT THE ROW WHEN FOUND.    *
005870*****************************************************************
005880 1270-FIND-LEAGUE-PARM.
005890     MOVE "N" TO WS-LGP-FOUND-SWITCH.
005900     IF WS-LGP-COUNT > ZERO
005910         PERFORM 1280-LEAGUE-PARM-PROBE THRU 1280-EXIT
005920             VARYING WS-LGP-SCAN-SUB FROM 1 BY 1
005930             UNTIL WS-LGP-FOUND
005940                OR WS-LGP-SCAN-SUB > WS-LGP-COUNT
005950     END-IF.
005960     IF WS-LGP-FOUND
005970         SUBTRACT 1 FROM WS-LGP-SCAN-SUB
005980     END-IF.
005990 1270-EXIT.
006000     EXIT.

006010*****************************************************************
006020* 1280-LEAGUE-PARM-PROBE - ONE PROBE OF THE LOOKUP.             *
006030*****************************************************************
006040 1280-LEAGUE-PARM-PROBE.
006050     IF WS-LGP-LEAGUE-ID (WS-LGP-SCAN-SUB) = WS-KEY-LEAGUE-ID
006060         SET WS-LGP-FOUND TO TRUE
006070     END-IF.
006080 1280-EXIT.
006090     EXIT.

006100*****************************************************************
006110* 1290-WRITE-LADDER-LINE - PRINT THE ROW IN WS-CLOSE-PARM WITH  *
006120*     ITS FINDING, IF ANY.                                      *
006130*****************************************************************
006140 1290-WRITE-LADDER-LINE.
006150     MOVE CPM-LEAGUE-ID TO LDL-LEAGUE-ID.
006160     EVALUATE TRUE
006170         WHEN CPM-PLAYER-TABLE
006180             MOVE "PLAYER" TO LDL-BASIS-TEXT
006190         WHEN CPM-TEAM-TABLE
006200             MOVE "TEAM"   TO LDL-BASIS-TEXT
006210         WHEN OTHER
006220             MOVE CPM-BASIS TO LDL-BASIS-TEXT
006230     END-EVALUATE.
006240     MOVE CPM-MOVE-COUNT   TO LDL-MOVE-COUNT.
006250     MOVE CPM-LEAGUE-ABOVE TO LDL-LEAGUE-ABOVE.
006260     MOVE CPM-LEAGUE-BELOW TO LDL-LEAGUE-BELOW.
006270     MOVE CPM-UP-TEAM-ID   TO LDL-UP-TEAM-ID.
006280     MOVE CPM-DOWN-TEAM-ID TO LDL-DOWN-TEAM-ID.
006290     WRITE CLS-RPT-RECORD FROM WS-LADDER-LINE.
006300 1290-EXIT.
006310     EXIT.

006320*****************************************************************
006330* 1300-LOAD-ROSTER - LOAD THE ROSTER MASTER.  THE CONTROL       *
006340*     REPORT IS PROVED AGAINST IT, SO A MISSING ROSTER IS AN    *
006350*     ERROR HERE.                                               *
006360*****************************************************************
006370 1300-LOAD-ROSTER.
006380     OPEN INPUT ROSTER-IN.
006390     IF WS-ROSTER-NOT-FOUND
006400         MOVE "ROSTER FILE MISSING" TO WS-FINDING-TEXT
006410         PERFORM 1950-WRITE-FINDING THRU 1950-EXIT
006420     ELSE
006430         PERFORM 1310-READ-ROSTER-ROW THRU 1310-EXIT
006440             UNTIL WS-ROSTER-IN-EOF
006450         CLOSE ROSTER-IN
006460     END-IF.
006470 1300-EXIT.
006480     EXIT.

006490*****************************************************************
006500* 1310-READ-ROSTER-ROW - READ ONE ROSTER RECORD INTO THE NEXT   *
006510*     TABLE ENTRY.  A ROSTER OVER THE TABLE LIMIT CANNOT BE     *
006520*     ACCOUNTED FOR AND IS AN ERROR.                            *
006530*****************************************************************
006540 1310-READ-ROSTER-ROW.
006550     READ ROSTER-IN INTO ROSTER-RECORD
006560         AT END SET WS-ROSTER-IN-EOF TO TRUE
006570     END-READ.
006580     IF WS-ROSTER-IN-OK
006590         IF WS-ROSTER-COUNT >= 500
006600             MOVE "ROSTER HAS MORE THAN 500 ROWS"
006610                 TO WS-FINDING-TEXT
006620             PERFORM 1950-WRITE-FINDING THRU 1950-EXIT
006630             SET WS-ROSTER-IN-EOF TO TRUE
006640         ELSE
006650             ADD 1 TO WS-ROSTER-COUNT
006660             SET WS-ROSTER-IDX TO WS-ROSTER-COUNT
006670             MOVE ROS-PLAYER-ID   TO
006680                 WS-ROSTER-PLAYER-ID (WS-ROSTER-IDX)
006690             MOVE ROS-PLAYER-NAME TO
006700                 WS-ROSTER-PLAYER-NAME (WS-ROSTER-IDX)
006710             MOVE ROS-TEAM-ID     TO
006720                 WS-ROSTER-TEAM-ID (WS-ROSTER-IDX)
006730             MOVE ROS-LEAGUE-ID   TO
006740                 WS-ROSTER-LEAGUE-ID (WS-ROSTER-IDX)
006750             MOVE ROS-STATUS      TO
006760                 WS-ROSTER-STATUS (WS-ROSTER-IDX)
006770         END-IF
006780     END-IF.
006790 1310-EXIT.
006800     EXIT.

006810*****************************************************************
006820* 1900-FLAG-PARM-ERROR - COUNT A CLSPARM ERROR AND KEEP THE     *
006830*     FIRST FINDING FOR THE LADDER LINE.                        *
006840*****************************************************************
006850 1900-FLAG-PARM-ERROR.
006860     ADD 1 TO WS-ERROR-COUNT.
006870     SET WS-ROW-HAS-ERROR TO TRUE.
006880     IF LDL-FINDINGS = SPACES
006890         MOVE WS-FINDING-TEXT TO LDL-FINDINGS
006900     END-IF.
006910 1900-EXIT.
006920     EXIT.

006930*****************************************************************
006940* 1950-WRITE-FINDING - COUNT AN ERROR AND PRINT IT ON A LINE OF *
006950*     ITS OWN.                                                  *
006960*****************************************************************
006970 1950-WRITE-FINDING.
006980     ADD 1 TO WS-ERROR-COUNT.
006990     MOVE WS-FINDING-TEXT TO FDL-TEXT.
007000     WRITE CLS-RPT-RECORD FROM WS-FINDING-LINE.
007010 1950-EXIT.
007020     EXIT.

007030*****************************************************************
007040* 2000-ARCHIVE-STATS - COPY EVERY ROW OF THE FINAL SEASON       *
007050*     MASTER TO THE ARCHIVE AND TABLE IT FOR THE PLAYER TABLES. *
007060*****************************************************************
007070 2000-ARCHIVE-STATS.
007080     OPEN INPUT STATS-IN.
007090     IF WS-STATS-NOT-FOUND
007100         MOVE "SEASON STATISTICS MASTER MISSING"
007110             TO WS-FINDING-TEXT
007120         PERFORM 1950-WRITE-FINDING THRU 1950-EXIT
007130         SET WS-CLOSE-HELD TO TRUE
007140         GO TO 2000-EXIT
007150     END-IF.
007160     PERFORM 2100-ARCHIVE-STATS-ROW THRU 2100-EXIT
007170         UNTIL WS-STATS-IN-EOF.
007180     CLOSE STATS-IN.
007190 2000-EXIT.
007200     EXIT.

007210*****************************************************************
007220* 2100-ARCHIVE-STATS-ROW - ONE SEASON MASTER ROW, ARCHIVED WORD *
007230*     FOR WORD.  EVERY ROW IS ARCHIVED EVEN WHEN THE TABLE IS   *
007240*     FULL; A FULL TABLE IS AN ERROR BECAUSE THE PLAYERS BEYOND *
007250*     IT CANNOT BE RANKED OR ACCOUNTED FOR.                     *
007260*****************************************************************
007270 2100-ARCHIVE-STATS-ROW.
007280     READ STATS-IN INTO SEASON-STAT-RECORD
007290         AT END
007300             SET WS-STATS-IN-EOF TO TRUE
007310             GO TO 2100-EXIT
007320     END-READ.
007330     MOVE CTL-CLOSE-DATE TO SAR-CLOSE-DATE.
007340     SET SAR-STATS-ROW TO TRUE.
007350     MOVE SEASON-STAT-RECORD TO SAR-DETAIL.
007360     WRITE ARCH-OUT-RECORD FROM SEASON-ARCHIVE-RECORD.
007370     ADD 1 TO WS-STATS-ARCHIVED.
007380     IF WS-SST-COUNT >= 500
007390         IF NOT WS-SST-TABLE-FULL
007400             SET WS-SST-TABLE-FULL TO TRUE
007410             MOVE "SEASON MASTER HAS MORE THAN 500 ROWS"
007420                 TO WS-FINDING-TEXT
007430             PERFORM 1950-WRITE-FINDING THRU 1950-EXIT
007440         END-IF
007450         GO TO 2100-EXIT
007460     END-IF.
007470     ADD 1 TO WS-SST-COUNT.
007480     MOVE SST-PLAYER-ID     TO WS-SST-PLAYER-ID (WS-SST-COUNT).
007490     MOVE SST-LEAGUE-ID     TO WS-SST-LEAGUE-ID (WS-SST-COUNT).
007500     MOVE SST-AVG-3DART     TO WS-SST-AVG-3DART (WS-SST-COUNT).
007510     MOVE SST-LEGS-PLAYED   TO WS-SST-LEGS-PLAYED (WS-SST-COUNT).
007520 2100-EXIT.
007530     EXIT.

007540*****************************************************************
007550* 3000-BUILD-TEAM-TABLES - THE FINAL TEAM TABLES, BUILT FROM    *
007560*     THE SEASON'S TIE RESULTS EXACTLY AS DARTSTES BUILDS THE   *
007570*     WEEKLY ONES, THEN RANKED WITHIN EACH DIVISION.  A MISSING *
007580*     TEAM RESULTS FILE LEAVES EVERY TEAM TABLE EMPTY.          *
007590*****************************************************************
007600 3000-BUILD-TEAM-TABLES.
007610     OPEN INPUT TEAMRES-IN.
007620     IF WS-TEAMRES-NOT-FOUND
007630         CONTINUE
007640     ELSE
007650         PERFORM 3100-LOAD-TIE-ROW THRU 3100-EXIT
007660             UNTIL WS-TEAMRES-IN-EOF
007670         CLOSE TEAMRES-IN
007680     END-IF.
007690     IF WS-TIE-COUNT > ZERO
007700         PERFORM 3200-ROLL-TIE THRU 3200-EXIT
007710             VARYING WS-TIE-SUB FROM 1 BY 1
007720             UNTIL WS-TIE-SUB > WS-TIE-COUNT
007730     END-IF.
007740     IF WS-STD-COUNT > ZERO
007750         PERFORM 3500-SORT-TEAMS THRU 3500-EXIT
007760         MOVE SPACES TO WS-RPT-LEAGUE-ID
007770         PERFORM 3600-NUMBER-TEAM THRU 3600-EXIT
007780             VARYING WS-STD-SUB FROM 1 BY 1
007790             UNTIL WS-STD-SUB > WS-STD-COUNT
007800     END-IF.
007810 3000-EXIT.
007820     EXIT.

007830*****************************************************************
007840* 3100-LOAD-TIE-ROW - READ ONE TIE RESULT INTO THE TABLE.  A    *
007850*     TIE ID ALREADY IN THE TABLE IS OVERWRITTEN IN PLACE - THE *
007860*     FILE IS APPEND-ORDERED, SO THE LAST ROW IS THE LATEST     *
007870*     RUN'S FIGURES FOR THAT TIE.                               *
007880*****************************************************************
007890 3100-LOAD-TIE-ROW.
007900     READ TEAMRES-IN INTO TEAM-RESULT-RECORD
007910         AT END
007920             SET WS-TEAMRES-IN-EOF TO TRUE
007930             GO TO 3100-EXIT
007940     END-READ.
007950     PERFORM 3150-FIND-TIE-SLOT THRU 3150-EXIT.
007960     IF NOT WS-TIE-SLOT-FOUND
007970         IF WS-TIE-COUNT >= 500
007980             MOVE "MORE THAN 500 TIE RESULTS" TO WS-FINDING-TEXT
007990             PERFORM 1950-WRITE-FINDING THRU 1950-EXIT
008000             SET WS-TEAMRES-IN-EOF TO TRUE
008010             GO TO 3100-EXIT
008020         END-IF
008030         ADD 1 TO WS-TIE-COUNT
008040         MOVE WS-TIE-COUNT TO WS-TIE-SUB
008050         MOVE TRR-TIE-ID TO WS-TIE-TIE-ID (WS-TIE-SUB)
008060     END-IF.
008070     MOVE TRR-LEAGUE-ID     TO WS-TIE-LEAGUE-ID (WS-TIE-SUB).
008080     MOVE TRR-HOME-TEAM-ID  TO WS-TIE-HOME-TEAM-ID (WS-TIE-SUB).
008090     MOVE TRR-AWAY-TEAM-ID  TO WS-TIE-AWAY-TEAM-ID (WS-TIE-SUB).
008100     MOVE TRR-HOME-GAMES-WON TO WS-TIE-HOME-GAMES (WS-TIE-SUB).
008110     MOVE TRR-AWAY-GAMES-WON TO WS-TIE-AWAY-GAMES (WS-TIE-SUB).
008120     MOVE TRR-WINNER-TEAM-ID TO
008130         WS-TIE-WINNER-TEAM-ID (WS-TIE-SUB).
008140     MOVE TRR-RESULT-STATUS TO
008150         WS-TIE-RESULT-STATUS (WS-TIE-SUB).
008160 3100-EXIT.
008170     EXIT.

008180*****************************************************************
008190* 3150-FIND-TIE-SLOT - IS THIS TIE ID ALREADY IN THE TABLE?     *
008200*****************************************************************
008210 3150-FIND-TIE-SLOT.
008220     MOVE "N" TO WS-TIE-SLOT-SWITCH.
008230     IF WS-TIE-COUNT > ZERO
008240         PERFORM 3160-TIE-SLOT-PROBE THRU 3160-EXIT
008250             VARYING WS-TIE-SUB FROM 1 BY 1
008260             UNTIL WS-TIE-SLOT-FOUND
008270                OR WS-TIE-SUB > WS-TIE-COUNT
008280     END-IF.
008290     IF WS-TIE-SLOT-FOUND
008300         SUBTRACT 1 FROM WS-TIE-SUB
008310     END-IF.
008320 3150-EXIT.
008330     EXIT.

008340*****************************************************************
008350* 3160-TIE-SLOT-PROBE - ONE PROBE OF THE LOOKUP.                *
008360*****************************************************************
008370 3160-TIE-SLOT-PROBE.
008380     IF WS-TIE-TIE-ID (WS-TIE-SUB) = TRR-TIE-ID
008390         SET WS-TIE-SLOT-FOUND TO TRUE
008400     END-IF.
008410 3160-EXIT.
008420     EXIT.

008430*****************************************************************
008440* 3200-ROLL-TIE - ROLL ONE TIE INTO BOTH TEAMS' TABLE ROWS.     *
008450*     ONLY COMPLETE AND DRAWN TIES ARE RESULTS.                 *
008460*****************************************************************
008470 3200-ROLL-TIE.
008480     IF NOT WS-TIE-COMPLETE (WS-TIE-SUB)
008490        AND NOT WS-TIE-DRAW (WS-TIE-SUB)
008500         GO TO 3200-EXIT
008510     END-IF.
008520     MOVE WS-TIE-LEAGUE-ID (WS-TIE-SUB) TO WS-KEY-LEAGUE-ID.
008530     MOVE WS-TIE-HOME-TEAM-ID (WS-TIE-SUB) TO WS-KEY-TEAM-ID.
008540     PERFORM 3300-FIND-STD-ENTRY THRU 3300-EXIT.
008550     PERFORM 3400-APPLY-TIE-TO-TEAM THRU 3400-EXIT.
008560     MOVE WS-TIE-AWAY-TEAM-ID (WS-TIE-SUB) TO WS-KEY-TEAM-ID.
008570     PERFORM 3300-FIND-STD-ENTRY THRU 3300-EXIT.
008580     PERFORM 3400-APPLY-TIE-TO-TEAM THRU 3400-EXIT.
008590 3200-EXIT.
008600     EXIT.

008610*****************************************************************
008620* 3300-FIND-STD-ENTRY - FIND OR CREATE THE LEAGUE/TEAM ROW FOR  *
008630*     WS-KEY-LEAGUE-ID / WS-KEY-TEAM-ID.  WS-STD-SUB POINTS AT  *
008640*     IT ON EXIT.                                               *
008650*****************************************************************
008660 3300-FIND-STD-ENTRY.
008670     PERFORM 3320-LOOKUP-STD-ENTRY THRU 3320-EXIT.
008680     IF WS-STD-ENTRY-FOUND
008690         GO TO 3300-EXIT
008700     END-IF.
008710     IF WS-STD-COUNT >= 200
008720         DISPLAY "DARTSCLS: MORE THAN 200 LEAGUE/TEAM "
008730             "COMBINATIONS - EXTRAS ROLL INTO THE LAST ENTRY"
008740         MOVE WS-STD-COUNT TO WS-STD-SUB
008750         GO TO 3300-EXIT
008760     END-IF.
008770     ADD 1 TO WS-STD-COUNT.
008780     MOVE WS-STD-COUNT TO WS-STD-SUB.
008790     MOVE WS-KEY-LEAGUE-ID TO WS-STD-LEAGUE-ID (WS-STD-SUB).
008800     MOVE WS-KEY-TEAM-ID   TO WS-STD-TEAM-ID (WS-STD-SUB).
008810     MOVE ZERO TO WS-STD-PLAYED (WS-STD-SUB).
008820     MOVE ZERO TO WS-STD-WON (WS-STD-SUB).
008830     MOVE ZERO TO WS-STD-DRAWN (WS-STD-SUB).
008840     MOVE ZERO TO WS-STD-LOST (WS-STD-SUB).
008850     MOVE ZERO TO WS-STD-GAMES-FOR (WS-STD-SUB).
008860     MOVE ZERO TO WS-STD-GAMES-AGAINST (WS-STD-SUB).
008870     MOVE ZERO TO WS-STD-POINTS (WS-STD-SUB).
008880 3300-EXIT.
008890     EXIT.

008900*****************************************************************
008910* 3310-MATCH-STD-ENTRY - ONE PROBE OF THE SEQUENTIAL LOOKUP.    *
008920*****************************************************************
008930 3310-MATCH-STD-ENTRY.
008940     IF WS-STD-LEAGUE-ID (WS-STD-SUB) = WS-KEY-LEAGUE-ID
008950        AND WS-STD-TEAM-ID (WS-STD-SUB) = WS-KEY-TEAM-ID
008960         SET WS-STD-ENTRY-FOUND TO TRUE
008970     END-IF.
008980 3310-EXIT.
008990     EXIT.

009000*****************************************************************
009010* 3320-LOOKUP-STD-ENTRY - LOOK UP WS-KEY-LEAGUE-ID /            *
009020*     WS-KEY-TEAM-ID WITHOUT ADDING A ROW.                      *
009030*****************************************************************
009040 3320-LOOKUP-STD-ENTRY.
009050     MOVE "N" TO WS-STD-FOUND-SWITCH.
009060     IF WS-STD-COUNT > ZERO
009070         PERFORM 3310-MATCH-STD-ENTRY THRU 3310-EXIT
009080             VARYING WS-STD-SUB FROM 1 BY 1
009090             UNTIL WS-STD-ENTRY-FOUND
009100                OR WS-STD-SUB > WS-STD-COUNT
009110     END-IF.
009120     IF WS-STD-ENTRY-FOUND
009130         SUBTRACT 1 FROM WS-STD-SUB
009140     END-IF.
009150 3320-EXIT.
009160     EXIT.

009170*****************************************************************
009180* 3400-APPLY-TIE-TO-TEAM - BANK ONE TIE INTO THE ROW WS-STD-SUB *
009190*     POINTS AT, FROM THE SIDE WS-KEY-TEAM-ID IS ON.  TWO       *
009200*     POINTS FOR A WIN, ONE FOR A DRAW.                         *
009210*****************************************************************
009220 3400-APPLY-TIE-TO-TEAM.
009230     ADD 1 TO WS-STD-PLAYED (WS-STD-SUB).
009240     IF WS-KEY-TEAM-ID = WS-TIE-HOME-TEAM-ID (WS-TIE-SUB)
009250         ADD WS-TIE-HOME-GAMES (WS-TIE-SUB)
009260             TO WS-STD-GAMES-FOR (WS-STD-SUB)
009270         ADD WS-TIE-AWAY-GAMES (WS-TIE-SUB)
009280             TO WS-STD-GAMES-AGAINST (WS-STD-SUB)
009290     ELSE
009300         ADD WS-TIE-AWAY-GAMES (WS-TIE-SUB)
009310             TO WS-STD-GAMES-FOR (WS-STD-SUB)
009320         ADD WS-TIE-HOME-GAMES (WS-TIE-SUB)
009330             TO WS-STD-GAMES-AGAINST (WS-STD-SUB)
009340     END-IF.
009350     EVALUATE TRUE
009360         WHEN WS-TIE-DRAW (WS-TIE-SUB)
009370             ADD 1 TO WS-STD-DRAWN (WS-STD-SUB)
009380             ADD 1 TO WS-STD-POINTS (WS-STD-SUB)
009390         WHEN WS-TIE-WINNER-TEAM-ID (WS-TIE-SUB)
009400              = WS-KEY-TEAM-ID
009410             ADD 1 TO WS-STD-WON (WS-STD-SUB)
009420             ADD 2 TO WS-STD-POINTS (WS-STD-SUB)
009430         WHEN OTHER
009440             ADD 1 TO WS-STD-LOST (WS-STD-SUB)
009450     END-EVALUATE.
009460 3400-EXIT.
009470     EXIT.

009480*****************************************************************
009490* 3500-SORT-TEAMS - EXCHANGE SORT BY DIVISION AND DESCENDING    *
009500*     POINTS, GAMES FOR AS THE TIE-BREAK, AS DARTSTES SORTS.    *
009510*****************************************************************
009520 3500-SORT-TEAMS.
009530     IF WS-STD-COUNT < 2
009540         GO TO 3500-EXIT
009550     END-IF.
009560     PERFORM 3510-SORT-PASS THRU 3510-EXIT
009570         VARYING WS-SORT-I FROM 1 BY 1
009580         UNTIL WS-SORT-I >= WS-STD-COUNT.
009590 3500-EXIT.
009600     EXIT.

009610 3510-SORT-PASS.
009620     COMPUTE WS-SORT-J = WS-SORT-I + 1.
009630     PERFORM 3520-SORT-COMPARE THRU 3520-EXIT
009640         UNTIL WS-SORT-J > WS-STD-COUNT.
009650 3510-EXIT.
009660     EXIT.

009670 3520-SORT-COMPARE.
009680     IF WS-STD-LEAGUE-ID (WS-SORT-J)
009690        < WS-STD-LEAGUE-ID (WS-SORT-I)
009700        OR (WS-STD-LEAGUE-ID (WS-SORT-J)
009710            = WS-STD-LEAGUE-ID (WS-SORT-I)
009720            AND (WS-STD-POINTS (WS-SORT-J)
009730                 > WS-STD-POINTS (WS-SORT-I)
009740                 OR (WS-STD-POINTS (WS-SORT-J)
009750                     = WS-STD-POINTS (WS-SORT-I)
009760                     AND WS-STD-GAMES-FOR (WS-SORT-J)
009770                         > WS-STD-GAMES-FOR (WS-SORT-I))))
009780         MOVE WS-STD-ENTRY (WS-SORT-I) TO WS-STD-WORK-ENTRY
009790         MOVE WS-STD-ENTRY (WS-SORT-J) TO
009800             WS-STD-ENTRY (WS-SORT-I)
009810         MOVE WS-STD-WORK-ENTRY TO WS-STD-ENTRY (WS-SORT-J)
009820     END-IF.
009830     ADD 1 TO WS-SORT-J.
009840 3520-EXIT.
009850     EXIT.

009860*****************************************************************
009870* 3600-NUMBER-TEAM - GIVE ONE SORTED TEAM ITS FINAL POSITION IN *
009880*     ITS DIVISION.  EVERY TEAM STARTS AS KEPT IN ITS DIVISION. *
009890*****************************************************************
009900 3600-NUMBER-TEAM.
009910     IF WS-STD-LEAGUE-ID (WS-STD-SUB) NOT = WS-RPT-LEAGUE-ID
009920         MOVE WS-STD-LEAGUE-ID (WS-STD-SUB) TO WS-RPT-LEAGUE-ID
009930         MOVE ZERO TO WS-RANK
009940     END-IF.
009950     ADD 1 TO WS-RANK.
009960     MOVE WS-RANK TO WS-STD-POSITION (WS-STD-SUB).
009970     MOVE "K" TO WS-STD-OUTCOME (WS-STD-SUB).
009980     MOVE WS-STD-LEAGUE-ID (WS-STD-SUB)
009990         TO WS-STD-NEW-LEAGUE-ID (WS-STD-SUB).
010000 3600-EXIT.
010010     EXIT.

010020*****************************************************************
010030* 4000-BUILD-PLAYER-TABLES - THE FINAL PLAYER TABLES: EVERY     *
010040*     SEASON MASTER ROW WITH A LEG THROWN, FOR A PLAYER STILL   *
010050*     ACTIVE ON THE ROSTER IN THAT SAME LEAGUE, RANKED BY       *
010060*     THREE-DART AVERAGE (LEGS PLAYED AS THE TIE-BREAK).  A ROW *
010070*     FOR A LEAGUE THE PLAYER HAS SINCE LEFT IS ARCHIVED BUT    *
010080*     NOT RANKED - IT CANNOT MOVE THE PLAYER.                   *
010090*****************************************************************
010100 4000-BUILD-PLAYER-TABLES.
010110     IF WS-SST-COUNT > ZERO
010120         PERFORM 4100-TABLE-PLAYER THRU 4100-EXIT
010130             VARYING WS-SST-SUB FROM 1 BY 1
010140             UNTIL WS-SST-SUB > WS-SST-COUNT
010150     END-IF.
010160     IF WS-PLS-COUNT > ZERO
010170         PERFORM 4200-SORT-PLAYERS THRU 4200-EXIT
010180         MOVE SPACES TO WS-RPT-LEAGUE-ID
010190         PERFORM 4300-NUMBER-PLAYER THRU 4300-EXIT
010200             VARYING WS-PLS-SUB FROM 1 BY 1
010210             UNTIL WS-PLS-SUB > WS-PLS-COUNT
010220     END-IF.
010230 4000-EXIT.
010240     EXIT.

010250*****************************************************************
010260* 4100-TABLE-PLAYER - ONE SEASON MASTER ROW INTO THE PLAYER     *
010270*     TABLES, IF IT QUALIFIES.                                  *
010280*****************************************************************
010290 4100-TABLE-PLAYER.
010300     IF WS-SST-LEGS-PLAYED (WS-SST-SUB) = ZERO
010310         GO TO 4100-EXIT
010320     END-IF.
010330     MOVE WS-SST-PLAYER-ID (WS-SST-SUB) TO WS-KEY-PLAYER-ID.
010340     PERFORM 7900-FIND-ROSTER-PLAYER THRU 7900-EXIT.
010350     IF NOT WS-ROSTER-PLAYER-FOUND
010360         GO TO 4100-EXIT
010370     END-IF.
010380     IF NOT WS-ROSTER-PLAYER-ACTIVE (WS-ROSTER-IDX)
010390        OR WS-ROSTER-LEAGUE-ID (WS-ROSTER-IDX)
010400           NOT = WS-SST-LEAGUE-ID (WS-SST-SUB)
010410         GO TO 4100-EXIT
010420     END-IF.
010430     ADD 1 TO WS-PLS-COUNT.
010440     MOVE WS-PLS-COUNT TO WS-PLS-SUB.
010450     MOVE WS-SST-LEAGUE-ID (WS-SST-SUB)
010460         TO WS-PLS-LEAGUE-ID (WS-PLS-SUB).
010470     MOVE WS-SST-PLAYER-ID (WS-SST-SUB)
010480         TO WS-PLS-PLAYER-ID (WS-PLS-SUB).
010490     MOVE WS-ROSTER-TEAM-ID (WS-ROSTER-IDX)
010500         TO WS-PLS-TEAM-ID (WS-PLS-SUB).
010510     MOVE WS-SST-AVG-3DART (WS-SST-SUB)
010520         TO WS-PLS-AVG-3DART (WS-PLS-SUB).
010530     MOVE WS-SST-LEGS-PLAYED (WS-SST-SUB)
010540         TO WS-PLS-LEGS-PLAYED (WS-PLS-SUB).
010550 4100-EXIT.
010560     EXIT.

010570*****************************************************************
010580* 4200-SORT-PLAYERS - EXCHANGE SORT BY DIVISION AND DESCENDING  *
010590*     AVERAGE, LEGS PLAYED AS THE TIE-BREAK.                    *
010600*****************************************************************
010610 4200-SORT-PLAYERS.
010620     IF WS-PLS-COUNT < 2
010630         GO TO 4200-EXIT
010640     END-IF.
010650     PERFORM 4210-SORT-PASS THRU 4210-EXIT
010660         VARYING WS-SORT-I FROM 1 BY 1
010670         UNTIL WS-SORT-I >= WS-PLS-COUNT.
010680 4200-EXIT.
010690     EXIT.

010700 4210-SORT-PASS.
010710     COMPUTE WS-SORT-J = WS-SORT-I + 1.
010720     PERFORM 4220-SORT-COMPARE THRU 4220-EXIT
010730         UNTIL WS-SORT-J > WS-PLS-COUNT.
010740 4210-EXIT.
010750     EXIT.

010760 4220-SORT-COMPARE.
010770     IF WS-PLS-LEAGUE-ID (WS-SORT-J)
010780        < WS-PLS-LEAGUE-ID (WS-SORT-I)
010790        OR (WS-PLS-LEAGUE-ID (WS-SORT-J)
010800            = WS-PLS-LEAGUE-ID (WS-SORT-I)
010810            AND (WS-PLS-AVG-3DART (WS-SORT-J)
010820                 > WS-PLS-AVG-3DART (WS-SORT-I)
010830                 OR (WS-PLS-AVG-3DART (WS-SORT-J)
010840                     = WS-PLS-AVG-3DART (WS-SORT-I)
010850                     AND WS-PLS-LEGS-PLAYED (WS-SORT-J)
010860                         > WS-PLS-LEGS-PLAYED (WS-SORT-I))))
010870         MOVE WS-PLS-ENTRY (WS-SORT-I) TO WS-PLS-WORK-ENTRY
010880         MOVE WS-PLS-ENTRY (WS-SORT-J) TO
010890             WS-PLS-ENTRY (WS-SORT-I)
010900         MOVE WS-PLS-WORK-ENTRY TO WS-PLS-ENTRY (WS-SORT-J)
010910     END-IF.
010920     ADD 1 TO WS-SORT-J.
010930 4220-EXIT.
010940     EXIT.

010950*****************************************************************
010960* 4300-NUMBER-PLAYER - GIVE ONE SORTED PLAYER A FINAL POSITION  *
010970*     IN THE DIVISION.  EVERY PLAYER STARTS AS KEPT.            *
010980*****************************************************************
010990 4300-NUMBER-PLAYER.
011000     IF WS-PLS-LEAGUE-ID (WS-PLS-SUB) NOT = WS-RPT-LEAGUE-ID
011010         MOVE WS-PLS-LEAGUE-ID (WS-PLS-SUB) TO WS-RPT-LEAGUE-ID
011020         MOVE ZERO TO WS-RANK
011030     END-IF.
011040     ADD 1 TO WS-RANK.
011050     MOVE WS-RANK TO WS-PLS-POSITION (WS-PLS-SUB).
011060     MOVE "K" TO WS-PLS-OUTCOME (WS-PLS-SUB).
011070     MOVE WS-PLS-LEAGUE-ID (WS-PLS-SUB)
011080         TO WS-PLS-NEW-LEAGUE-ID (WS-PLS-SUB).
011090 4300-EXIT.
011100     EXIT.

011110*****************************************************************
011120* 5000-DECIDE-MOVES - WORK DOWN THE LADDER, DECIDING EACH       *
011130*     LEAGUE ON THE TABLE ITS CLSPARM ROW NAMES.                *
011140*****************************************************************
011150 5000-DECIDE-MOVES.
011160     PERFORM 5100-DECIDE-LEAGUE THRU 5100-EXIT
011170         VARYING WS-LGP-SUB FROM 1 BY 1
011180         UNTIL WS-LGP-SUB > WS-LGP-COUNT.
011190 5000-EXIT.
011200     EXIT.

011210*****************************************************************
011220* 5100-DECIDE-LEAGUE - COUNT THE LEAGUE'S TABLE, THEN SETTLE    *
011230*     EVERY PLACE ON IT.  ON A TEAM TABLE EACH PLAYER ROW OF    *
011240*     THE LEAGUE THEN FOLLOWS ITS TEAM.                         *
011250*****************************************************************
011260 5100-DECIDE-LEAGUE.
011270     MOVE WS-LGP-ENTRY (WS-LGP-SUB) TO WS-CLOSE-PARM.
011280     MOVE ZERO TO WS-LEAGUE-SIZE.
011290     IF CPM-PLAYER-TABLE
011300         PERFORM 5110-COUNT-PLAYER THRU 5110-EXIT
011310             VARYING WS-PLS-SUB FROM 1 BY 1
011320             UNTIL WS-PLS-SUB > WS-PLS-COUNT
011330         PERFORM 5200-DECIDE-PLAYER THRU 5200-EXIT
011340             VARYING WS-PLS-SUB FROM 1 BY 1
011350             UNTIL WS-PLS-SUB > WS-PLS-COUNT
011360     ELSE
011370         PERFORM 5120-COUNT-TEAM THRU 5120-EXIT
011380             VARYING WS-STD-SUB FROM 1 BY 1
011390             UNTIL WS-STD-SUB > WS-STD-COUNT
011400         PERFORM 5300-DECIDE-TEAM THRU 5300-EXIT
011410             VARYING WS-STD-SUB FROM 1 BY 1
011420             UNTIL WS-STD-SUB > WS-STD-COUNT
011430         PERFORM 5350-FOLLOW-TEAM THRU 5350-EXIT
011440             VARYING WS-PLS-SUB FROM 1 BY 1
011450             UNTIL WS-PLS-SUB > WS-PLS-COUNT
011460     END-IF.
011470 5100-EXIT.
011480     EXIT.

011490 5110-COUNT-PLAYER.
011500     IF WS-PLS-LEAGUE-ID (WS-PLS-SUB) = CPM-LEAGUE-ID
011510         ADD 1 TO WS-LEAGUE-SIZE
011520     END-IF.
011530 5110-EXIT.
011540     EXIT.

011550 5120-COUNT-TEAM.
011560     IF WS-STD-LEAGUE-ID (WS-STD-SUB) = CPM-LEAGUE-ID
011570         ADD 1 TO WS-LEAGUE-SIZE
011580     END-IF.
011590 5120-EXIT.
011600     EXIT.

011610*****************************************************************
011620* 5200-DECIDE-PLAYER - ONE PLACE ON A PLAYER TABLE.             *
011630*****************************************************************
011640 5200-DECIDE-PLAYER.
011650     IF WS-PLS-LEAGUE-ID (WS-PLS-SUB) NOT = CPM-LEAGUE-ID
011660         GO TO 5200-EXIT
011670     END-IF.
011680     MOVE WS-PLS-POSITION (WS-PLS-SUB) TO WS-POSITION.
011690     PERFORM 5400-DECIDE-OUTCOME THRU 5400-EXIT.
011700     MOVE WS-OUTCOME       TO WS-PLS-OUTCOME (WS-PLS-SUB).
011710     MOVE WS-NEW-LEAGUE-ID TO WS-PLS-NEW-LEAGUE-ID (WS-PLS-SUB).
011720 5200-EXIT.
011730     EXIT.

011740*****************************************************************
011750* 5300-DECIDE-TEAM - ONE PLACE ON A TEAM TABLE.                 *
011760*****************************************************************
011770 5300-DECIDE-TEAM.
011780     IF WS-STD-LEAGUE-ID (WS-STD-SUB) NOT = CPM-LEAGUE-ID
011790         GO TO 5300-EXIT
011800     END-IF.
011810     MOVE WS-STD-POSITION (WS-STD-SUB) TO WS-POSITION.
011820     PERFORM 5400-DECIDE-OUTCOME THRU 5400-EXIT.
011830     MOVE WS-OUTCOME       TO WS-STD-OUTCOME (WS-STD-SUB).
011840     MOVE WS-NEW-LEAGUE-ID TO WS-STD-NEW-LEAGUE-ID (WS-STD-SUB).
011850 5300-EXIT.
011860     EXIT.

011870*****************************************************************
011880* 5350-FOLLOW-TEAM - A PLAYER ROW IN A LEAGUE DECIDED ON THE    *
011890*     TEAM TABLE TAKES ITS TEAM'S OUTCOME; A PLAYER WHOSE TEAM  *
011900*     HAS NO RESULT STAYS KEPT.                                 *
011910*****************************************************************
011920 5350-FOLLOW-TEAM.
011930     IF WS-PLS-LEAGUE-ID (WS-PLS-SUB) NOT = CPM-LEAGUE-ID
011940         GO TO 5350-EXIT
011950     END-IF.
011960     MOVE CPM-LEAGUE-ID TO WS-KEY-LEAGUE-ID.
011970     MOVE WS-PLS-TEAM-ID (WS-PLS-SUB) TO WS-KEY-TEAM-ID.
011980     PERFORM 3320-LOOKUP-STD-ENTRY THRU 3320-EXIT.
011990     IF WS-STD-ENTRY-FOUND
012000         MOVE WS-STD-OUTCOME (WS-STD-SUB)
012010             TO WS-PLS-OUTCOME (WS-PLS-SUB)
012020         MOVE WS-STD-NEW-LEAGUE-ID (WS-STD-SUB)
012030             TO WS-PLS-NEW-LEAGUE-ID (WS-PLS-SUB)
012040     END-IF.
012050 5350-EXIT.
012060     EXIT.

012070*****************************************************************
012080* 5400-DECIDE-OUTCOME - THE TOP N GO UP WHEN THERE IS A LEAGUE  *
012090*     ABOVE, THE BOTTOM N GO DOWN WHEN THERE IS A LEAGUE BELOW; *
012100*     ON A TABLE TOO SHORT FOR BOTH, PROMOTION COMES FIRST.     *
012110*     WS-POSITION AND WS-LEAGUE-SIZE ARE SET BY THE CALLER.     *
012120*****************************************************************
012130 5400-DECIDE-OUTCOME.
012140     SET WS-OUTCOME-KEPT TO TRUE.
012150     MOVE CPM-LEAGUE-ID TO WS-NEW-LEAGUE-ID.
012160     IF CPM-MOVE-COUNT = ZERO
012170         GO TO 5400-EXIT
012180     END-IF.
012190     IF CPM-LEAGUE-ABOVE NOT = SPACES
012200        AND WS-POSITION NOT > CPM-MOVE-COUNT
012210         SET WS-OUTCOME-PROMOTED TO TRUE
012220         MOVE CPM-LEAGUE-ABOVE TO WS-NEW-LEAGUE-ID
012230         GO TO 5400-EXIT
012240     END-IF.
012250     IF CPM-LEAGUE-BELOW NOT = SPACES
012260        AND WS-POSITION + CPM-MOVE-COUNT > WS-LEAGUE-SIZE
012270         SET WS-OUTCOME-RELEGATED TO TRUE
012280         MOVE CPM-LEAGUE-BELOW TO WS-NEW-LEAGUE-ID
012290     END-IF.
012300 5400-EXIT.
012310     EXIT.

012320*****************************************************************
012330* 6000-PUBLISH-TABLES - PRINT THE FINAL PLAYER AND TEAM TABLES  *
012340*     AND ARCHIVE EVERY LINE OF THEM WITH ITS OUTCOME.          *
012350*****************************************************************
012360 6000-PUBLISH-TABLES.
012370     MOVE "FINAL PLAYER TABLES" TO WS-SECTION-LINE.
012380     WRITE CLS-RPT-RECORD FROM WS-SECTION-LINE.
012390     MOVE SPACES TO WS-RPT-LEAGUE-ID.
012400     PERFORM 6100-PUBLISH-PLAYER THRU 6100-EXIT
012410         VARYING WS-PLS-SUB FROM 1 BY 1
012420         UNTIL WS-PLS-SUB > WS-PLS-COUNT.
012430     WRITE CLS-RPT-RECORD FROM WS-BLANK-LINE.
012440     MOVE "FINAL TEAM TABLES" TO WS-SECTION-LINE.
012450     WRITE CLS-RPT-RECORD FROM WS-SECTION-LINE.
012460     MOVE SPACES TO WS-RPT-LEAGUE-ID.
012470     PERFORM 6200-PUBLISH-TEAM THRU 6200-EXIT
012480         VARYING WS-STD-SUB FROM 1 BY 1
012490         UNTIL WS-STD-SUB > WS-STD-COUNT.
012500     WRITE CLS-RPT-RECORD FROM WS-BLANK-LINE.
012510 6000-EXIT.
012520     EXIT.

012530*****************************************************************
012540* 6100-PUBLISH-PLAYER - ONE PLAYER TABLE LINE, PRINTED AND      *
012550*     ARCHIVED, WITH A NEW HEADING AT EACH DIVISION.            *
012560*****************************************************************
012570 6100-PUBLISH-PLAYER.
012580     IF WS-PLS-LEAGUE-ID (WS-PLS-SUB) NOT = WS-RPT-LEAGUE-ID
012590         MOVE WS-PLS-LEAGUE-ID (WS-PLS-SUB) TO WS-RPT-LEAGUE-ID
012600         MOVE WS-RPT-LEAGUE-ID TO LHD-LEAGUE-ID
012610         WRITE CLS-RPT-RECORD FROM WS-BLANK-LINE
012620         WRITE CLS-RPT-RECORD FROM WS-LEAGUE-HEADING
012630         WRITE CLS-RPT-RECORD FROM WS-PLAYER-HEADING
012640     END-IF.
012650     MOVE WS-PLS-PLAYER-ID (WS-PLS-SUB) TO WS-KEY-PLAYER-ID.
012660     PERFORM 7900-FIND-ROSTER-PLAYER THRU 7900-EXIT.
012670     MOVE WS-PLS-POSITION (WS-PLS-SUB)    TO PLL-POSITION.
012680     MOVE WS-PLS-PLAYER-ID (WS-PLS-SUB)   TO PLL-PLAYER-ID.
012690     MOVE WS-ROSTER-PLAYER-NAME (WS-ROSTER-IDX)
012700         TO PLL-PLAYER-NAME.
012710     MOVE WS-PLS-TEAM-ID (WS-PLS-SUB)     TO PLL-TEAM-ID.
012720     MOVE WS-PLS-AVG-3DART (WS-PLS-SUB)   TO PLL-AVG-3DART.
012730     MOVE WS-PLS-LEGS-PLAYED (WS-PLS-SUB) TO PLL-LEGS-PLAYED.
012740     MOVE WS-PLS-OUTCOME (WS-PLS-SUB)     TO WS-OUTCOME.
012750     PERFORM 6900-SET-OUTCOME-TEXT THRU 6900-EXIT.
012760     MOVE WS-OUTCOME-TEXT                 TO PLL-OUTCOME-TEXT.
012770     MOVE WS-PLS-NEW-LEAGUE-ID (WS-PLS-SUB)
012780         TO PLL-NEW-LEAGUE-ID.
012790     WRITE CLS-RPT-RECORD FROM WS-PLAYER-LINE.
012800     MOVE SPACES TO SEASON-ARCHIVE-RECORD.
012810     MOVE CTL-CLOSE-DATE TO SAR-CLOSE-DATE.
012820     SET SAR-PLAYER-STANDING TO TRUE.
012830     MOVE WS-PLS-LEAGUE-ID (WS-PLS-SUB)   TO SAP-LEAGUE-ID.
012840     MOVE WS-PLS-POSITION (WS-PLS-SUB)    TO SAP-POSITION.
012850     MOVE WS-PLS-PLAYER-ID (WS-PLS-SUB)   TO SAP-PLAYER-ID.
012860     MOVE WS-PLS-TEAM-ID (WS-PLS-SUB)     TO SAP-TEAM-ID.
012870     MOVE WS-PLS-AVG-3DART (WS-PLS-SUB)   TO SAP-AVG-3DART.
012880     MOVE WS-PLS-LEGS-PLAYED (WS-PLS-SUB) TO SAP-LEGS-PLAYED.
012890     MOVE WS-PLS-OUTCOME (WS-PLS-SUB)     TO SAP-OUTCOME.
012900     MOVE WS-PLS-NEW-LEAGUE-ID (WS-PLS-SUB)
012910         TO SAP-NEW-LEAGUE-ID.
012920     WRITE ARCH-OUT-RECORD FROM SEASON-ARCHIVE-RECORD.
012930     ADD 1 TO WS-STANDINGS-ARCHIVED.
012940 6100-EXIT.
012950     EXIT.

012960*****************************************************************
012970* 6200-PUBLISH-TEAM - ONE TEAM TABLE LINE, PRINTED AND          *
012980*     ARCHIVED, WITH A NEW HEADING AT EACH DIVISION.            *
012990*****************************************************************
013000 6200-PUBLISH-TEAM.
013010     IF WS-STD-LEAGUE-ID (WS-STD-SUB) NOT = WS-RPT-LEAGUE-ID
013020         MOVE WS-STD-LEAGUE-ID (WS-STD-SUB) TO WS-RPT-LEAGUE-ID
013030         MOVE WS-RPT-LEAGUE-ID TO LHD-LEAGUE-ID
013040         WRITE CLS-RPT-RECORD FROM WS-BLANK-LINE
013050         WRITE CLS-RPT-RECORD FROM WS-LEAGUE-HEADING
013060         WRITE CLS-RPT-RECORD FROM WS-TEAM-HEADING
013070     END-IF.
013080     MOVE WS-STD-POSITION (WS-STD-SUB)      TO TML-POSITION.
013090     MOVE WS-STD-TEAM-ID (WS-STD-SUB)       TO TML-TEAM-ID.
013100     MOVE WS-STD-PLAYED (WS-STD-SUB)        TO TML-PLAYED.
013110     MOVE WS-STD-WON (WS-STD-SUB)           TO TML-WON.
013120     MOVE WS-STD-DRAWN (WS-STD-SUB)         TO TML-DRAWN.
013130     MOVE WS-STD-LOST (WS-STD-SUB)          TO TML-LOST.
013140     MOVE WS-STD-GAMES-FOR (WS-STD-SUB)     TO TML-GAMES-FOR.
013150     MOVE WS-STD-GAMES-AGAINST (WS-STD-SUB)
013160         TO TML-GAMES-AGAINST.
013170     MOVE WS-STD-POINTS (WS-STD-SUB)        TO TML-POINTS.
013180     MOVE WS-STD-OUTCOME (WS-STD-SUB)       TO WS-OUTCOME.
013190     PERFORM 6900-SET-OUTCOME-TEXT THRU 6900-EXIT.
013200     MOVE WS-OUTCOME-TEXT                   TO TML-OUTCOME-TEXT.
013210     MOVE WS-STD-NEW-LEAGUE-ID (WS-STD-SUB)
013220         TO TML-NEW-LEAGUE-ID.
013230     WRITE CLS-RPT-RECORD FROM WS-TEAM-LINE.
013240     MOVE SPACES TO SEASON-ARCHIVE-RECORD.
013250     MOVE CTL-CLOSE-DATE TO SAR-CLOSE-DATE.
013260     SET SAR-TEAM-STANDING TO TRUE.
013270     MOVE WS-STD-LEAGUE-ID (WS-STD-SUB)     TO SAT-LEAGUE-ID.
013280     MOVE WS-STD-POSITION (WS-STD-SUB)      TO SAT-POSITION.
013290     MOVE WS-STD-TEAM-ID (WS-STD-SUB)       TO SAT-TEAM-ID.
013300     MOVE WS-STD-PLAYED (WS-STD-SUB)        TO SAT-PLAYED.
013310     MOVE WS-STD-WON (WS-STD-SUB)           TO SAT-WON.
013320     MOVE WS-STD-DRAWN (WS-STD-SUB)         TO SAT-DRAWN.
013330     MOVE WS-STD-LOST (WS-STD-SUB)          TO SAT-LOST.
013340     MOVE WS-STD-GAMES-FOR (WS-STD-SUB)     TO SAT-GAMES-FOR.
013350     MOVE WS-STD-GAMES-AGAINST (WS-STD-SUB)
013360         TO SAT-GAMES-AGAINST.
013370     MOVE WS-STD-POINTS (WS-STD-SUB)        TO SAT-POINTS.
013380     MOVE WS-STD-OUTCOME (WS-STD-SUB)       TO SAT-OUTCOME.
013390     MOVE WS-STD-NEW-LEAGUE-ID (WS-STD-SUB)
013400         TO SAT-NEW-LEAGUE-ID.
013410     WRITE ARCH-OUT-RECORD FROM SEASON-ARCHIVE-RECORD.
013420     ADD 1 TO WS-STANDINGS-ARCHIVED.
013430 6200-EXIT.
013440     EXIT.

013450*****************************************************************
013460* 6900-SET-OUTCOME-TEXT - THE PRINTED WORD FOR WS-OUTCOME.      *
013470*****************************************************************
013480 6900-SET-OUTCOME-TEXT.
013490     EVALUATE TRUE
013500         WHEN WS-OUTCOME-PROMOTED
013510             MOVE "PROMOTED"  TO WS-OUTCOME-TEXT
013520         WHEN WS-OUTCOME-RELEGATED
013530             MOVE "RELEGATED" TO WS-OUTCOME-TEXT
013540         WHEN WS-OUTCOME-LEFT
013550             MOVE "LEFT"      TO WS-OUTCOME-TEXT
013560         WHEN OTHER
013570             MOVE "RETAINED"  TO WS-OUTCOME-TEXT
013580     END-EVALUATE.
013590 6900-EXIT.
013600     EXIT.

013610*****************************************************************
013620* 7000-CONTROL-PLAYERS - THE CONTROL REPORT.  EVERY ROSTER      *
013630*     PLAYER, THEN EVERY PLAYER ON THE SEASON MASTER WHO IS NO  *
013640*     LONGER ON THE ROSTER, GETS ONE LINE AND ONE OUTCOME.      *
013650*****************************************************************
013660 7000-CONTROL-PLAYERS.
013670     MOVE "PLAYER CONTROL" TO WS-SECTION-LINE.
013680     WRITE CLS-RPT-RECORD FROM WS-SECTION-LINE.
013690     WRITE CLS-RPT-RECORD FROM WS-CONTROL-HEADING.
013700     IF WS-ROSTER-COUNT > ZERO
013710         PERFORM 7100-CONTROL-ROSTER-PLAYER THRU 7100-EXIT
013720             VARYING WS-ROSTER-SUB FROM 1 BY 1
013730             UNTIL WS-ROSTER-SUB > WS-ROSTER-COUNT
013740     END-IF.
013750     IF WS-SST-COUNT > ZERO
013760         PERFORM 7200-CONTROL-OFF-ROSTER THRU 7200-EXIT
013770             VARYING WS-SST-SUB FROM 1 BY 1
013780             UNTIL WS-SST-SUB > WS-SST-COUNT
013790     END-IF.
013800 7000-EXIT.
013810     EXIT.

013820*****************************************************************
013830* 7100-CONTROL-ROSTER-PLAYER - SETTLE ONE ROSTER PLAYER.  AN    *
013840*     INACTIVE PLAYER HAS LEFT.  AN ACTIVE ONE TAKES THE        *
013850*     OUTCOME OF THEIR OWN LINE ON THE PLAYER TABLE OR THEIR    *
013860*     TEAM'S ON THE TEAM TABLE, WHICHEVER THE LEAGUE IS DECIDED *
013870*     ON, AND IS RETAINED WHEN THERE IS NO SUCH LINE.  EVERY    *
013880*     MOVE IS WRITTEN AS A CHANGE CARD.                         *
013890*****************************************************************
013900 7100-CONTROL-ROSTER-PLAYER.
013910     SET WS-ROSTER-IDX TO WS-ROSTER-SUB.
013920     MOVE SPACES TO WS-CONTROL-LINE.
013930     MOVE WS-ROSTER-PLAYER-ID (WS-ROSTER-IDX)   TO CTLL-PLAYER-ID.
013940     MOVE WS-ROSTER-PLAYER-NAME (WS-ROSTER-IDX)
013950         TO CTLL-PLAYER-NAME.
013960     MOVE WS-ROSTER-TEAM-ID (WS-ROSTER-IDX)     TO CTLL-TEAM-ID.
013970     MOVE WS-ROSTER-LEAGUE-ID (WS-ROSTER-IDX)   TO CTLL-LEAGUE-ID.
013980     MOVE ZERO TO WS-POSITION.
013990     MOVE SPACES TO WS-NEW-TEAM-ID.
014000     SET WS-OUTCOME-KEPT TO TRUE.
014010     MOVE WS-ROSTER-LEAGUE-ID (WS-ROSTER-IDX) TO WS-NEW-LEAGUE-ID.
014020     IF NOT WS-ROSTER-PLAYER-ACTIVE (WS-ROSTER-IDX)
014030         SET WS-OUTCOME-LEFT TO TRUE
014040         MOVE SPACES TO WS-NEW-LEAGUE-ID
014050         MOVE "INACTIVE ON ROSTER" TO CTLL-NOTE
014060         PERFORM 7800-COUNT-OUTCOME THRU 7800-EXIT
014070         GO TO 7100-EXIT
014080     END-IF.
014090     MOVE WS-ROSTER-LEAGUE-ID (WS-ROSTER-IDX) TO WS-KEY-LEAGUE-ID.
014100     PERFORM 1270-FIND-LEAGUE-PARM THRU 1270-EXIT.
014110     IF NOT WS-LGP-FOUND
014120         MOVE "LEAGUE HAS NO CLSPARM ROW" TO CTLL-NOTE
014130         PERFORM 7800-COUNT-OUTCOME THRU 7800-EXIT
014140         GO TO 7100-EXIT
014150     END-IF.
014160     MOVE WS-LGP-ENTRY (WS-LGP-SCAN-SUB) TO WS-CLOSE-PARM.
014170     IF CPM-PLAYER-TABLE
014180         PERFORM 7150-FIND-PLAYER-LINE THRU 7150-EXIT
014190     ELSE
014200         PERFORM 7160-FIND-TEAM-LINE THRU 7160-EXIT
014210     END-IF.
014220     IF WS-OUTCOME-PROMOTED OR WS-OUTCOME-RELEGATED
014230         PERFORM 7300-WRITE-CHANGE-CARD THRU 7300-EXIT
014240     END-IF.
014250     PERFORM 7800-COUNT-OUTCOME THRU 7800-EXIT.
014260 7100-EXIT.
014270     EXIT.

014280*****************************************************************
014290* 7150-FIND-PLAYER-LINE - THE PLAYER'S OWN LINE ON THE PLAYER   *
014300*     TABLE.  A PROMOTED OR RELEGATED PLAYER JOINS THE TEAM THE *
014310*     LADDER NAMES FOR THAT MOVE, WHEN IT NAMES ONE.            *
014320*****************************************************************
014330 7150-FIND-PLAYER-LINE.
014340     MOVE "N" TO WS-PLS-FOUND-SWITCH.
014350     IF WS-PLS-COUNT > ZERO
014360         PERFORM 7155-PLAYER-LINE-PROBE THRU 7155-EXIT
014370             VARYING WS-PLS-SUB FROM 1 BY 1
014380             UNTIL WS-PLS-ENTRY-FOUND
014390                OR WS-PLS-SUB > WS-PLS-COUNT
014400     END-IF.
014410     IF NOT WS-PLS-ENTRY-FOUND
014420         MOVE "NOT RANKED - NO LEGS THROWN" TO CTLL-NOTE
014430         GO TO 7150-EXIT
014440     END-IF.
014450     SUBTRACT 1 FROM WS-PLS-SUB.
014460     MOVE WS-PLS-POSITION (WS-PLS-SUB)      TO WS-POSITION.
014470     MOVE WS-PLS-OUTCOME (WS-PLS-SUB)       TO WS-OUTCOME.
014480     MOVE WS-PLS-NEW-LEAGUE-ID (WS-PLS-SUB) TO WS-NEW-LEAGUE-ID.
014490     IF WS-OUTCOME-PROMOTED
014500         MOVE CPM-UP-TEAM-ID TO WS-NEW-TEAM-ID
014510     END-IF.
014520     IF WS-OUTCOME-RELEGATED
014530         MOVE CPM-DOWN-TEAM-ID TO WS-NEW-TEAM-ID
014540     END-IF.
014550 7150-EXIT.
014560     EXIT.

014570 7155-PLAYER-LINE-PROBE.
014580     IF WS-PLS-PLAYER-ID (WS-PLS-SUB)
014590        = WS-ROSTER-PLAYER-ID (WS-ROSTER-IDX)
014600         SET WS-PLS-ENTRY-FOUND TO TRUE
014610     END-IF.
014620 7155-EXIT.
014630     EXIT.

014640*****************************************************************
014650* 7160-FIND-TEAM-LINE - THE PLAYER'S TEAM'S LINE ON THE TEAM    *
014660*     TABLE.  THE WHOLE TEAM MOVES, SO THE TEAM ID IS KEPT.     *
014670*****************************************************************
014680 7160-FIND-TEAM-LINE.
014690     MOVE WS-ROSTER-LEAGUE-ID (WS-ROSTER-IDX) TO WS-KEY-LEAGUE-ID.
014700     MOVE WS-ROSTER-TEAM-ID (WS-ROSTER-IDX)   TO WS-KEY-TEAM-ID.
014710     PERFORM 3320-LOOKUP-STD-ENTRY THRU 3320-EXIT.
014720     IF NOT WS-STD-ENTRY-FOUND
014730         MOVE "TEAM NOT RANKED - NO RESULTS" TO CTLL-NOTE
014740         GO TO 7160-EXIT
014750     END-IF.
014760     MOVE WS-STD-POSITION (WS-STD-SUB)      TO WS-POSITION.
014770     MOVE WS-STD-OUTCOME (WS-STD-SUB)       TO WS-OUTCOME.
014780     MOVE WS-STD-NEW-LEAGUE-ID (WS-STD-SUB) TO WS-NEW-LEAGUE-ID.
014790 7160-EXIT.
014800     EXIT.

014810*****************************************************************
014820* 7200-CONTROL-OFF-ROSTER - A PLAYER ON THE SEASON MASTER WHO   *
014830*     IS NO LONGER ON THE ROSTER HAS LEFT.  A PLAYER WITH ROWS  *
014840*     IN MORE THAN ONE LEAGUE IS COUNTED ONCE.                  *
014850*****************************************************************
014860 7200-CONTROL-OFF-ROSTER.
014870     MOVE WS-SST-PLAYER-ID (WS-SST-SUB) TO WS-KEY-PLAYER-ID.
014880     PERFORM 7900-FIND-ROSTER-PLAYER THRU 7900-EXIT.
014890     IF WS-ROSTER-PLAYER-FOUND
014900         GO TO 7200-EXIT
014910     END-IF.
014920     MOVE "N" TO WS-EARLIER-SWITCH.
014930     IF WS-SST-SUB > 1
014940         PERFORM 7250-EARLIER-ROW-PROBE THRU 7250-EXIT
014950             VARYING WS-SST-SCAN-SUB FROM 1 BY 1
014960             UNTIL WS-SEEN-EARLIER
014970                OR WS-SST-SCAN-SUB >= WS-SST-SUB
014980     END-IF.
014990     IF WS-SEEN-EARLIER
015000         GO TO 7200-EXIT
015010     END-IF.
015020     ADD 1 TO WS-OFF-ROSTER-COUNT.
015030     MOVE SPACES TO WS-CONTROL-LINE.
015040     MOVE WS-SST-PLAYER-ID (WS-SST-SUB) TO CTLL-PLAYER-ID.
015050     MOVE WS-SST-LEAGUE-ID (WS-SST-SUB) TO CTLL-LEAGUE-ID.
015060     MOVE ZERO TO WS-POSITION.
015070     MOVE SPACES TO WS-NEW-LEAGUE-ID.
015080     MOVE SPACES TO WS-NEW-TEAM-ID.
015090     SET WS-OUTCOME-LEFT TO TRUE.
015100     MOVE "ON SEASON MASTER ONLY" TO CTLL-NOTE.
015110     PERFORM 7800-COUNT-OUTCOME THRU 7800-EXIT.
015120 7200-EXIT.
015130     EXIT.

015140 7250-EARLIER-ROW-PROBE.
015150     IF WS-SST-PLAYER-ID (WS-SST-SCAN-SUB) = WS-KEY-PLAYER-ID
015160         SET WS-SEEN-EARLIER TO TRUE
015170     END-IF.
015180 7250-EXIT.
015190     EXIT.

015200*****************************************************************
015210* 7300-WRITE-CHANGE-CARD - A DROSTTRX "C" CARD FOR DARTSRMT.    *
015220*     ONLY THE LEAGUE, AND THE TEAM WHEN THE PLAYER CHANGES     *
015230*     TEAM, ARE FILLED - BLANK FIELDS KEEP THEIR VALUE.         *
015240*****************************************************************
015250 7300-WRITE-CHANGE-CARD.
015260     MOVE SPACES TO ROSTER-TRANS-RECORD.
015270     SET RTX-CHANGE TO TRUE.
015280     MOVE WS-ROSTER-PLAYER-ID (WS-ROSTER-IDX) TO RTX-PLAYER-ID.
015290     MOVE WS-NEW-TEAM-ID   TO RTX-TEAM-ID.
015300     MOVE WS-NEW-LEAGUE-ID TO RTX-LEAGUE-ID.
015310     WRITE CLS-TRX-RECORD FROM ROSTER-TRANS-RECORD.
015320     ADD 1 TO WS-CARDS-WRITTEN.
015330     IF WS-NEW-TEAM-ID = SPACES
015340         MOVE WS-ROSTER-TEAM-ID (WS-ROSTER-IDX) TO WS-NEW-TEAM-ID
015350     END-IF.
015360 7300-EXIT.
015370     EXIT.

015380*****************************************************************
015390* 7800-COUNT-OUTCOME - COUNT THE OUTCOME IN WS-OUTCOME AND      *
015400*     PRINT THE CONTROL LINE.                                   *
015410*****************************************************************
015420 7800-COUNT-OUTCOME.
015430     EVALUATE TRUE
015440         WHEN WS-OUTCOME-PROMOTED
015450             ADD 1 TO WS-PROMOTED-COUNT
015460         WHEN WS-OUTCOME-RELEGATED
015470             ADD 1 TO WS-RELEGATED-COUNT
015480         WHEN WS-OUTCOME-LEFT
015490             ADD 1 TO WS-LEFT-COUNT
015500         WHEN OTHER
015510             ADD 1 TO WS-RETAINED-COUNT
015520     END-EVALUATE.
015530     PERFORM 6900-SET-OUTCOME-TEXT THRU 6900-EXIT.
015540     MOVE WS-OUTCOME-TEXT  TO CTLL-OUTCOME-TEXT.
015550     MOVE WS-POSITION      TO CTLL-POSITION.
015560     MOVE WS-NEW-LEAGUE-ID TO CTLL-NEW-LEAGUE-ID.
015570     MOVE WS-NEW-TEAM-ID   TO CTLL-NEW-TEAM-ID.
015580     WRITE CLS-RPT-RECORD FROM WS-CONTROL-LINE.
015590 7800-EXIT.
015600     EXIT.

015610*****************************************************************
015620* 7900-FIND-ROSTER-PLAYER - LOOK UP WS-KEY-PLAYER-ID ON THE     *
015630*     ROSTER.  WS-ROSTER-IDX POINTS AT THE ROW WHEN FOUND.      *
015640*****************************************************************
015650 7900-FIND-ROSTER-PLAYER.
015660     MOVE "N" TO WS-ROSTER-FOUND-SWITCH.
015670     IF WS-ROSTER-COUNT = ZERO
015680         GO TO 7900-EXIT
015690     END-IF.
015700     SET WS-ROSTER-IDX TO 1.
015710     SEARCH WS-ROSTER-ENTRY
015720         AT END
015730             CONTINUE
015740         WHEN WS-ROSTER-PLAYER-ID (WS-ROSTER-IDX)
015750             = WS-KEY-PLAYER-ID
015760             SET WS-ROSTER-PLAYER-FOUND TO TRUE
015770     END-SEARCH.
015780 7900-EXIT.
015790     EXIT.

015800*****************************************************************
015810* 8000-WRITE-TOTALS - ARCHIVE AND OUTCOME TOTALS, AND THE PROOF *
015820*     THAT EVERY PLAYER ON THE OLD MASTERS IS ACCOUNTED FOR AND *
015830*     EVERY MOVE HAS ITS CARD.                                  *
015840*****************************************************************
015850 8000-WRITE-TOTALS.
015860     COMPUTE WS-MASTER-PLAYER-COUNT =
015870         WS-ROSTER-COUNT + WS-OFF-ROSTER-COUNT.
015880     COMPUTE WS-ACCOUNTED-COUNT =
015890         WS-PROMOTED-COUNT + WS-RELEGATED-COUNT
015900         + WS-RETAINED-COUNT + WS-LEFT-COUNT.
015910     IF NOT WS-CLOSE-HELD
015920         IF WS-ACCOUNTED-COUNT NOT = WS-MASTER-PLAYER-COUNT
015930             MOVE "PLAYERS ACCOUNTED FOR DISAGREE WITH MASTERS"
015940                 TO WS-FINDING-TEXT
015950             PERFORM 1950-WRITE-FINDING THRU 1950-EXIT
015960         END-IF
015970         IF WS-CARDS-WRITTEN
015980            NOT = WS-PROMOTED-COUNT + WS-RELEGATED-COUNT
015990             MOVE "CHANGE CARDS DO NOT AGREE WITH MOVES"
016000                 TO WS-FINDING-TEXT
016010             PERFORM 1950-WRITE-FINDING THRU 1950-EXIT
016020         END-IF
016030     END-IF.
016040     WRITE CLS-RPT-RECORD FROM WS-BLANK-LINE.
016050     MOVE "SEASON MASTER ROWS ARCHIVED" TO TOT-LABEL.
016060     MOVE WS-STATS-ARCHIVED      TO TOT-COUNT.
016070     WRITE CLS-RPT-RECORD FROM WS-TOTAL-LINE.
016080     MOVE "TABLE LINES ARCHIVED"  TO TOT-LABEL.
016090     MOVE WS-STANDINGS-ARCHIVED  TO TOT-COUNT.
016100     WRITE CLS-RPT-RECORD FROM WS-TOTAL-LINE.
016110     MOVE "PLAYERS ON ROSTER"     TO TOT-LABEL.
016120     MOVE WS-ROSTER-COUNT        TO TOT-COUNT.
016130     WRITE CLS-RPT-RECORD FROM WS-TOTAL-LINE.
016140     MOVE "SEASON MASTER ONLY"    TO TOT-LABEL.
016150     MOVE WS-OFF-ROSTER-COUNT    TO TOT-COUNT.
016160     WRITE CLS-RPT-RECORD FROM WS-TOTAL-LINE.
016170     MOVE "PLAYERS ON OLD MASTERS" TO TOT-LABEL.
016180     MOVE WS-MASTER-PLAYER-COUNT TO TOT-COUNT.
016190     WRITE CLS-RPT-RECORD FROM WS-TOTAL-LINE.
016200     MOVE "  PROMOTED"            TO TOT-LABEL.
016210     MOVE WS-PROMOTED-COUNT      TO TOT-COUNT.
016220     WRITE CLS-RPT-RECORD FROM WS-TOTAL-LINE.
016230     MOVE "  RELEGATED"           TO TOT-LABEL.
016240     MOVE WS-RELEGATED-COUNT     TO TOT-COUNT.
016250     WRITE CLS-RPT-RECORD FROM WS-TOTAL-LINE.
016260     MOVE "  RETAINED"            TO TOT-LABEL.
016270     MOVE WS-RETAINED-COUNT      TO TOT-COUNT.
016280     WRITE CLS-RPT-RECORD FROM WS-TOTAL-LINE.
016290     MOVE "  LEFT"                TO TOT-LABEL.
016300     MOVE WS-LEFT-COUNT          TO TOT-COUNT.
016310     WRITE CLS-RPT-RECORD FROM WS-TOTAL-LINE.
016320     MOVE "PLAYERS ACCOUNTED FOR" TO TOT-LABEL.
016330     MOVE WS-ACCOUNTED-COUNT     TO TOT-COUNT.
016340     WRITE CLS-RPT-RECORD FROM WS-TOTAL-LINE.
016350     MOVE "CHANGE CARDS WRITTEN"  TO TOT-LABEL.
016360     MOVE WS-CARDS-WRITTEN       TO TOT-COUNT.
016370     WRITE CLS-RPT-RECORD FROM WS-TOTAL-LINE.
016380     MOVE "ERRORS FOUND"          TO TOT-LABEL.
016390     MOVE WS-ERROR-COUNT         TO TOT-COUNT.
016400     WRITE CLS-RPT-RECORD FROM WS-TOTAL-LINE.
016410     WRITE CLS-RPT-RECORD FROM WS-BLANK-LINE.
016420     IF WS-ERROR-COUNT > ZERO
016430         MOVE "*** SEASON CLOSE HAS ERRORS - RESET HELD ***" TO
016440             WS-VERDICT-LINE
016450     ELSE
016460         MOVE "SEASON CLOSE CLEAN - EVERY PLAYER ACCOUNTED FOR"
016470             TO WS-VERDICT-LINE
016480     END-IF.
016490     WRITE CLS-RPT-RECORD FROM WS-VERDICT-LINE.
016500 8000-EXIT.
016510     EXIT.

016520*****************************************************************
016530* 9000-TERMINATE - CLOSE FILES.                                 *
016540*****************************************************************
016550 9000-TERMINATE.
016560     CLOSE ARCH-OUT.
016570     CLOSE CLS-TRX.
016580     CLOSE CLS-RPT.
016590 9000-EXIT.
016600     EXIT.
