000010*****************************************************************
000020* PROGRAM-ID.  DARTSFEE.                                        *
000030* AUTHOR.      R. HALVORSEN, SCORING SYSTEMS GROUP.             *
000040* INSTALLATION. RIVERSIDE DARTS LEAGUE DATA PROCESSING.         *
000050* DATE-WRITTEN. 2026-10-15.                                     *
000060*                                                               *
000070* REMARKS.  FEES LEDGER RUN.  SUBS, MATCH FEES AND FINES WERE   *
000080*     KEPT IN THE TREASURER'S BOOK AND NOBODY SAW THE ARREARS   *
000090*     UNTIL THE SEASON WAS OVER.  THIS RUN KEEPS A LEDGER PER   *
000100*     PLAYER (SEE DFEEMAST) AND RAISES THE CHARGES ITSELF OFF   *
000110*     THE LEAGUE'S FEE SCHEDULE (FEEPARM):                      *
000120*       - A MATCH FEE FOR EVERY FIXTURE DATED ON OR BEFORE THE  *
000130*         RUN DATE THAT NAMES THE PLAYER.  THE SINGLES GAMES OF *
000140*         A TEAM TIE ARE CHARGED ONCE PER TIE, UNDER THE TIE ID *
000150*         AND THE TIE'S LEAGUE, NOT ONCE PER GAME;              *
000160*       - A NO-SHOW FINE FOR EVERY MATCH DARTSMAT PUBLISHED AS  *
000170*         NO LEGS (LAST ROW PER MATCH ID) WHERE THE PLAYER HAS  *
000180*         NO LEG-CALC ROW DATED THE FIXTURE'S NIGHT - THEY      *
000190*         THREW NOTHING;                                        *
000200*       - THE MONTHLY SUBS OF EVERY ACTIVE ROSTER PLAYER FOR    *
000210*         THE MONTH OF THE RUN DATE.                            *
000220*     A CHARGE ALREADY ON THE LEDGER IS NOT RAISED AGAIN, SO    *
000230*     THE RUN CAN BE REPEATED AS OFTEN AS THE RESULTS ARE.  A   *
000240*     FEE OR FINE IS ON THE LEDGER WHEN THE SAME PLAYER, TYPE   *
000250*     AND MATCH OR TIE ID ARE POSTED THIS SEASON (ON OR AFTER   *
000260*     THE EARLIEST FIXTURE DATE), SO A FIXTURE RE-DATED AFTER A *
000270*     POSTPONEMENT IS NOT CHARGED TWICE; SUBS MUST MATCH THE    *
000280*     DATE AS WELL.  THE TREASURER'S PAYMENT CARDS (SEE         *
000290*     DFEETRX) ARE EDITED FIELD BY FIELD AS DARTSRMT EDITS      *
000300*     ROSTER CARDS; ANY REJECTED CARD OR A TABLE OVERFLOW SETS  *
000310*     RETURN CODE 8, THE JOB'S COPY-BACK STEPS ARE HELD AND THE *
000320*     OLD LEDGER STAYS IN FORCE.  PRINTS THE POSTINGS REPORT, A *
000330*     MONTHLY STATEMENT PER PLAYER (THE MONTH ON THE FEECTL     *
000340*     CARD, THE RUN DATE'S BY DEFAULT) AND THE ARREARS LIST PER *
000350*     TEAM, AND WRITES THE BALANCE FILE (SEE DFEEBAL) THE       *
000360*     FIXTURE EDIT HOLDS PLAYERS OVER THEIR ARREARS LIMIT FROM. *
000361*     A C IN COLUMN 15 OF THE FEECTL CARD MAKES THE RUN THE     *
000362*     SEASON CLOSE (DARTSCLS): IT POSTS AND RAISES AS ANY RUN   *
000363*     DOES, THEN REPLACES EVERY ROW OF EACH PLAYER BY ONE       *
000364*     OPENING-BALANCE ROW (TYPE O) FOR THEIR BALANCE, DATED THE *
000365*     RUN DATE, SO THE LEDGER STARTS THE NEW SEASON AT ONE ROW  *
000366*     PER PLAYER - THE JOB ARCHIVES THE OLD LEDGER FIRST.  LATER*
000367*     RUNS RAISE NO CHARGE AND POST NO CARD DATED ON OR BEFORE  *
000368*     THE LATEST CLOSE, AS IT IS IN THE OPENING BALANCE.        *
000370*                                                               *
000380* MODIFICATION HISTORY.                                         *
000390*     2026-10-15  RH   ORIGINAL PROGRAM.                        *
000400*****************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. DARTSFEE.
000430 AUTHOR. R. HALVORSEN.
000440 DATE-WRITTEN. 2026-10-15.
000450 DATE-COMPILED. 2026-10-15.

000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT FEE-CTL      ASSIGN TO FEECTL
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-FEE-CTL-STATUS.
000520     SELECT FEE-PARM     ASSIGN TO FEEPARM
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-FEE-PARM-STATUS.
000550     SELECT ROSTER-IN    ASSIGN TO ROSTER
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-ROSTER-IN-STATUS.
000580     SELECT FIXTURE-IN   ASSIGN TO FIXTURES
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-FIXTURE-IN-STATUS.
000610     SELECT TEAMFIX-IN   ASSIGN TO TEAMFIX
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-TEAMFIX-IN-STATUS.
000640     SELECT MATCH-IN     ASSIGN TO MATCHIN
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-MATCH-IN-STATUS.
000670     SELECT LEG-CALC     ASSIGN TO LEGCALC
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-LEG-CALC-STATUS.
000700     SELECT LEDGER-IN    ASSIGN TO FEELEDG
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-LEDGER-IN-STATUS.
000730     SELECT TRANS-IN     ASSIGN TO FEETRX
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-TRANS-IN-STATUS.
000760     SELECT LEDGER-OUT   ASSIGN TO FEEOUT
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-LEDGER-OUT-STATUS.
000790     SELECT BAL-OUT      ASSIGN TO FEEBAL
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-BAL-OUT-STATUS.
000820     SELECT FEE-RPT      ASSIGN TO FEERPT
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-FEE-RPT-STATUS.
000850     SELECT FEE-STMT     ASSIGN TO FEESTMT
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-FEE-STMT-STATUS.
000880     SELECT FEE-ARRS     ASSIGN TO FEEARRS
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-FEE-ARRS-STATUS.

000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  FEE-CTL
000940     RECORDING MODE IS F.
000950 01  FEE-CTL-RECORD.
000960     05  FCT-RUN-DATE            PIC 9(08).
000970     05  FCT-STMT-MONTH          PIC 9(06).
000973     05  FCT-RUN-TYPE            PIC X(01).
000976         88  FCT-SEASON-CLOSE            VALUE "C".

000980 FD  FEE-PARM
000990     RECORDING MODE IS F.
001000 01  FEE-PARM-RECORD             PIC X(26).

001010 FD  ROSTER-IN
001020     RECORDING MODE IS F.
001030 01  ROSTER-IN-RECORD            PIC X(43).

001040 FD  FIXTURE-IN
001050     RECORDING MODE IS F.
001060 01  FIXTURE-IN-RECORD           PIC X(42).

001070 FD  TEAMFIX-IN
001080     RECORDING MODE IS F.
001090 01  TEAMFIX-IN-RECORD           PIC X(134).

001100 FD  MATCH-IN
001110     RECORDING MODE IS F.
001120 01  MATCH-IN-RECORD             PIC X(56).

001130 FD  LEG-CALC
001140     RECORDING MODE IS F.
001150 01  LEG-CALC-FILE-RECORD        PIC X(45).

001160 FD  LEDGER-IN
001170     RECORDING MODE IS F.
001180 01  LEDGER-IN-RECORD            PIC X(47).

001190 FD  TRANS-IN
001200     RECORDING MODE IS F.
001210 01  TRANS-IN-RECORD             PIC X(34).

001220 FD  LEDGER-OUT
001230     RECORDING MODE IS F.
001240 01  LEDGER-OUT-RECORD           PIC X(47).

001250 FD  BAL-OUT
001260     RECORDING MODE IS F.
001270 01  BAL-OUT-RECORD              PIC X(46).

001280 FD  FEE-RPT
001290     RECORDING MODE IS F.
001300 01  FEE-RPT-RECORD              PIC X(132).

001310 FD  FEE-STMT
001320     RECORDING MODE IS F.
001330 01  FEE-STMT-RECORD             PIC X(132).

001340 FD  FEE-ARRS
001350     RECORDING MODE IS F.
001360 01  FEE-ARRS-RECORD             PIC X(132).

001370 WORKING-STORAGE SECTION.
001380 01  WS-FEE-CTL-STATUS           PIC XX.
001390     88  WS-FEE-CTL-OK                    VALUE "00".
001400     88  WS-FEE-CTL-NOT-FOUND             VALUE "35".
001410 01  WS-FEE-PARM-STATUS          PIC XX.
001420     88  WS-FEE-PARM-OK                   VALUE "00".
001430     88  WS-FEE-PARM-EOF                  VALUE "10".
001440     88  WS-FEE-PARM-NOT-FOUND            VALUE "35".
001450 01  WS-ROSTER-IN-STATUS         PIC XX.
001460     88  WS-ROSTER-IN-OK                  VALUE "00".
001470     88  WS-ROSTER-IN-EOF                 VALUE "10".
001480     88  WS-ROSTER-NOT-FOUND              VALUE "35".
001490 01  WS-FIXTURE-IN-STATUS        PIC XX.
001500     88  WS-FIXTURE-IN-OK                 VALUE "00".
001510     88  WS-FIXTURE-IN-EOF                VALUE "10".
001520     88  WS-FIXTURE-IN-NOT-FOUND          VALUE "35".
001530 01  WS-TEAMFIX-IN-STATUS        PIC XX.
001540     88  WS-TEAMFIX-IN-OK                 VALUE "00".
001550     88  WS-TEAMFIX-IN-EOF                VALUE "10".
001560     88  WS-TEAMFIX-IN-NOT-FOUND          VALUE "35".
001570 01  WS-MATCH-IN-STATUS          PIC XX.
001580     88  WS-MATCH-IN-OK                   VALUE "00".
001590     88  WS-MATCH-IN-EOF                  VALUE "10".
001600     88  WS-MATCH-IN-NOT-FOUND            VALUE "35".
001610 01  WS-LEG-CALC-STATUS          PIC XX.
001620     88  WS-LEG-CALC-OK                   VALUE "00".
001630     88  WS-LEG-CALC-EOF                  VALUE "10".
001640     88  WS-LEG-CALC-NOT-FOUND            VALUE "35".
001650 01  WS-LEDGER-IN-STATUS         PIC XX.
001660     88  WS-LEDGER-IN-OK                  VALUE "00".
001670     88  WS-LEDGER-IN-EOF                 VALUE "10".
001680     88  WS-LEDGER-IN-NOT-FOUND           VALUE "35".
001690 01  WS-TRANS-IN-STATUS          PIC XX.
001700     88  WS-TRANS-IN-OK                   VALUE "00".
001710     88  WS-TRANS-IN-EOF                  VALUE "10".
001720     88  WS-TRANS-NOT-FOUND               VALUE "35".
001730 01  WS-LEDGER-OUT-STATUS        PIC XX.
001740     88  WS-LEDGER-OUT-OK                 VALUE "00".
001750 01  WS-BAL-OUT-STATUS           PIC XX.
001760     88  WS-BAL-OUT-OK                    VALUE "00".
001770 01  WS-FEE-RPT-STATUS           PIC XX.
001780     88  WS-FEE-RPT-OK                    VALUE "00".
001790 01  WS-FEE-STMT-STATUS          PIC XX.
001800     88  WS-FEE-STMT-OK                   VALUE "00".
001810 01  WS-FEE-ARRS-STATUS          PIC XX.
001820     88  WS-FEE-ARRS-OK                   VALUE "00".

001830*****************************************************************
001840* RUN CONTROL OFF THE FEECTL CARD.  THE SUBS MONTH IS THE RUN   *
001850* DATE'S; THE STATEMENT MONTH DEFAULTS TO IT.                   *
001853* THE RUN TYPE IS C FOR THE SEASON CLOSE.  THE CLOSE DATE IS    *
001856* THAT OF THE LATEST OPENING-BALANCE ROW ON THE LEDGER.         *
001860*****************************************************************
001870 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001880 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
001890     05  WS-RUN-MONTH            PIC 9(06).
001900     05  WS-RUN-DAY              PIC 9(02).
001910 01  WS-STMT-MONTH               PIC 9(06) VALUE ZERO.
001920 01  WS-STMT-START               PIC 9(08) VALUE ZERO.
001930 01  WS-STMT-END                 PIC 9(08) VALUE ZERO.
001940 01  WS-SUBS-DATE                PIC 9(08) VALUE ZERO.
001950 01  WS-SUBS-REFERENCE           PIC X(08) VALUE SPACES.
001952 01  WS-RUN-TYPE                 PIC X(01) VALUE SPACE.
001954     88  WS-SEASON-CLOSE                 VALUE "C".
001956 01  WS-CLOSE-DATE               PIC 9(08) VALUE ZERO.
001960 01  WS-ERROR-COUNT              PIC 9(05) COMP VALUE ZERO.

001970*****************************************************************
001980* THE FIXTURES, LAST ROW PER MATCH ID; THE TIE SWITCH MARKS A   *
001990* SINGLES GAME OF A TEAM TIE, WHICH IS CHARGED PER TIE.  THE    *
002000* EARLIEST FIXTURE DATE IS THE START OF THE SEASON, AS MATCH    *
002010* IDS REPEAT FROM SEASON TO SEASON.                             *
002020*****************************************************************
002030 01  WS-SEASON-START             PIC 9(08) VALUE ZERO.
002040 01  WS-FIX-COUNT                PIC 9(04) COMP VALUE ZERO.
002050 01  WS-FIX-TABLE.
002060     05  WS-FIX-ENTRY OCCURS 1 TO 1000 TIMES
002070                      DEPENDING ON WS-FIX-COUNT.
002080         10  WS-FIX-MATCH-ID         PIC X(08).
002090         10  WS-FIX-LEAGUE-ID        PIC X(04).
002100         10  WS-FIX-HOME-PLAYER-ID   PIC X(10).
002110         10  WS-FIX-AWAY-PLAYER-ID   PIC X(10).
002120         10  WS-FIX-SCHED-DATE       PIC 9(08).
002130         10  WS-FIX-TIE-SWITCH       PIC X(01).
002140             88  WS-FIX-IN-TIE               VALUE "Y".
002150 01  WS-FIX-SUB                  PIC 9(04) COMP VALUE ZERO.
002160 01  WS-FIX-FOUND-SWITCH         PIC X(01) VALUE "N".
002170     88  WS-FIX-FOUND                    VALUE "Y".
002180 01  WS-KEY-MATCH-ID             PIC X(08) VALUE SPACES.
002190 01  WS-GAME-SUB                 PIC 9(02) COMP VALUE ZERO.
002200 01  WS-GAME-LIMIT               PIC 9(02) COMP VALUE ZERO.

002210*****************************************************************
002220* THE SEASON'S MATCH RESULTS, LAST ROW PER MATCH ID.            *
002230*****************************************************************
002240 01  WS-RES-COUNT                PIC 9(04) COMP VALUE ZERO.
002250 01  WS-RES-TABLE.
002260     05  WS-RES-ENTRY OCCURS 1 TO 1000 TIMES
002270                      DEPENDING ON WS-RES-COUNT.
002280         10  WS-RES-MATCH-ID         PIC X(08).
002290         10  WS-RES-STATUS           PIC X(10).
002300             88  WS-RES-NO-LEGS              VALUE "NO LEGS".
002310 01  WS-RES-SUB                  PIC 9(04) COMP VALUE ZERO.
002320 01  WS-RES-FOUND-SWITCH         PIC X(01) VALUE "N".
002330     88  WS-RES-FOUND                    VALUE "Y".

002340*****************************************************************
002350* NO-SHOW CANDIDATES - EACH SIDE OF A NO LEGS MATCH, STRUCK OFF *
002360* WHEN A LEG-CALC ROW SHOWS THE PLAYER THREW THAT NIGHT.        *
002370*****************************************************************
002380 01  WS-NSH-COUNT                PIC 9(04) COMP VALUE ZERO.
002390 01  WS-NSH-TABLE.
002400     05  WS-NSH-ENTRY OCCURS 1 TO 500 TIMES
002410                      DEPENDING ON WS-NSH-COUNT.
002420         10  WS-NSH-PLAYER-ID        PIC X(10).
002430         10  WS-NSH-DATE             PIC 9(08).
002440         10  WS-NSH-MATCH-ID         PIC X(08).
002450         10  WS-NSH-LEAGUE-ID        PIC X(04).
002460         10  WS-NSH-THREW-SWITCH     PIC X(01).
002470             88  WS-NSH-THREW                VALUE "Y".
002480 01  WS-NSH-SUB                  PIC 9(04) COMP VALUE ZERO.
002490 01  WS-CAND-PLAYER-ID           PIC X(10) VALUE SPACES.

002500*****************************************************************
002510* ONE POSTING IN THE MAKING, AND THE LEDGER LOOKUPS.            *
002520*****************************************************************
002530 01  WS-NEW-PLAYER-ID            PIC X(10) VALUE SPACES.
002540 01  WS-NEW-POST-DATE            PIC 9(08) VALUE ZERO.
002550 01  WS-NEW-ENTRY-TYPE           PIC X(01) VALUE SPACES.
002560 01  WS-NEW-REFERENCE            PIC X(08) VALUE SPACES.
002570 01  WS-NEW-LEAGUE-ID            PIC X(04) VALUE SPACES.
002580 01  WS-NEW-AMOUNT               PIC S9(05)V99 VALUE ZERO.
002590 01  WS-FLG-SUB                  PIC 9(04) COMP VALUE ZERO.
002600 01  WS-FLG-SUB-2                PIC 9(04) COMP VALUE ZERO.
002610 01  WS-FLG-FOUND-SWITCH         PIC X(01) VALUE "N".
002620     88  WS-FLG-FOUND                    VALUE "Y".
002630 01  WS-FLG-FULL-SWITCH          PIC X(01) VALUE "N".
002640     88  WS-FLG-TABLE-FULL               VALUE "Y".
002650 01  WS-FLG-WORK-ENTRY.
002660     05  WS-FLG-WORK-KEY         PIC X(18).
002670     05  FILLER                  PIC X(29).
002680 01  WS-INSERT-SWITCH            PIC X(01) VALUE "N".
002690     88  WS-INSERT-PLACE-FOUND           VALUE "Y".
002700 01  WS-KEY-LEAGUE-ID            PIC X(04) VALUE SPACES.
002710 01  WS-FSC-SUB                  PIC 9(03) COMP VALUE ZERO.
002720 01  WS-FSC-FOUND-SWITCH         PIC X(01) VALUE "N".
002730     88  WS-FSC-FOUND                    VALUE "Y".

002731*****************************************************************
002732* SEASON CLOSE - THE PLAYER IN HAND AND THE RUNNING TOTAL OF    *
002733* THEIR ROWS, AND WHERE THEIR OPENING-BALANCE ROW GOES.         *
002734*****************************************************************
002735 01  WS-CFW-PLAYER-ID            PIC X(10) VALUE SPACES.
002736 01  WS-CFW-LEAGUE-ID            PIC X(04) VALUE SPACES.
002737 01  WS-CFW-BALANCE              PIC S9(05)V99 VALUE ZERO.
002738 01  WS-CFW-OUT-SUB              PIC 9(04) COMP VALUE ZERO.

002740*****************************************************************
002750* PAYMENT CARD EDIT.                                            *
002760*****************************************************************
002770 01  WS-REJECT-REASON            PIC X(30) VALUE SPACES.
002780 01  WS-CARD-ON-FILE-SWITCH      PIC X(01) VALUE "N".
002790     88  WS-CARD-ON-FILE                 VALUE "Y".
002795     88  WS-CARD-BEFORE-CLOSE            VALUE "C".
002800 01  WS-CARD-AMOUNT              PIC S9(05)V99 VALUE ZERO.
002810 01  WS-PAY-DATE-CHECK           PIC 9(08) VALUE ZERO.
002820 01  WS-PAY-DATE-PARTS REDEFINES WS-PAY-DATE-CHECK.
002830     05  WS-PAY-CCYY             PIC 9(04).
002840     05  WS-PAY-MM               PIC 9(02).
002850     05  WS-PAY-DD               PIC 9(02).
002860 01  WS-PLAYER-SUB               PIC 9(04) COMP VALUE ZERO.
002870 01  WS-ROSTER-SUB               PIC 9(04) COMP VALUE ZERO.
002880 01  WS-PLAYER-FOUND-SWITCH      PIC X(01) VALUE "N".
002890     88  WS-PLAYER-ON-ROSTER             VALUE "Y".
002900 01  WS-KEY-PLAYER-ID            PIC X(10) VALUE SPACES.

002910*****************************************************************
002920* PLAYER BALANCES - EVERY ROSTER PLAYER AND EVERY LEDGER PLAYER *
002930* OFF THE ROSTER, PUT INTO TEAM AND PLAYER ORDER FOR THE        *
002940* STATEMENTS AND THE ARREARS LIST.                              *
002950*****************************************************************
002960 01  WS-PBL-COUNT                PIC 9(04) COMP VALUE ZERO.
002970 01  WS-PBL-TABLE.
002980     05  WS-PBL-ENTRY OCCURS 1 TO 600 TIMES
002990                      DEPENDING ON WS-PBL-COUNT.
003000         10  WS-PBL-KEY.
003010             15  WS-PBL-TEAM-ID      PIC X(08).
003020             15  WS-PBL-PLAYER-ID    PIC X(10).
003030         10  WS-PBL-PLAYER-NAME      PIC X(20).
003040         10  WS-PBL-LEAGUE-ID        PIC X(04).
003050         10  WS-PBL-BALANCE          PIC S9(05)V99.
003060         10  WS-PBL-OPENING          PIC S9(05)V99.
003070         10  WS-PBL-MONTH-CHARGES    PIC S9(05)V99.
003080         10  WS-PBL-MONTH-CREDITS    PIC S9(05)V99.
003090         10  WS-PBL-LIMIT            PIC 9(05)V99.
003100         10  WS-PBL-ROWS             PIC 9(04).
003110         10  WS-PBL-OVER-SWITCH      PIC X(01).
003120             88  WS-PBL-OVER-LIMIT           VALUE "Y".
003130 01  WS-PBL-WORK-ENTRY           PIC X(82).
003140 01  WS-PBL-SUB                  PIC 9(04) COMP VALUE ZERO.
003150 01  WS-PBL-SUB-2                PIC 9(04) COMP VALUE ZERO.
003160 01  WS-PBL-FOUND-SWITCH         PIC X(01) VALUE "N".
003170     88  WS-PBL-FOUND                    VALUE "Y".
003180 01  WS-SWAP-SWITCH              PIC X(01) VALUE "N".
003190     88  WS-SWAP-MADE                    VALUE "Y".

003200*****************************************************************
003210* STATEMENT AND ARREARS WORK FIELDS.                            *
003220*****************************************************************
003230 01  WS-RUNNING-BALANCE          PIC S9(05)V99 VALUE ZERO.
003240 01  WS-CLOSING-BALANCE          PIC S9(05)V99 VALUE ZERO.
003250 01  WS-PREV-TEAM-ID             PIC X(08) VALUE SPACES.
003260 01  WS-TEAM-PLAYERS             PIC 9(04) COMP VALUE ZERO.
003270 01  WS-TEAM-OWED                PIC S9(06)V99 VALUE ZERO.
003280 01  WS-TOTAL-PLAYERS            PIC 9(04) COMP VALUE ZERO.
003290 01  WS-TOTAL-OWED               PIC S9(06)V99 VALUE ZERO.

003300 01  WS-EOF-SWITCHES.
003310     05  WS-FIXTURE-EOF-SWITCH   PIC X(01) VALUE "N".
003320         88  WS-NO-MORE-FIXTURES         VALUE "Y".
003330     05  WS-TEAMFIX-EOF-SWITCH   PIC X(01) VALUE "N".
003340         88  WS-NO-MORE-TIES             VALUE "Y".
003350     05  WS-MATCH-EOF-SWITCH     PIC X(01) VALUE "N".
003360         88  WS-NO-MORE-MATCHES          VALUE "Y".
003370     05  WS-CALC-EOF-SWITCH      PIC X(01) VALUE "N".
003380         88  WS-NO-MORE-CALC             VALUE "Y".
003390     05  WS-LEDGER-EOF-SWITCH    PIC X(01) VALUE "N".
003400         88  WS-NO-MORE-LEDGER           VALUE "Y".

003410 01  WS-COUNTERS.
003420     05  WS-CARDS-READ           PIC 9(05) COMP VALUE ZERO.
003430     05  WS-CARDS-POSTED         PIC 9(05) COMP VALUE ZERO.
003440     05  WS-CARDS-ON-FILE        PIC 9(05) COMP VALUE ZERO.
003450     05  WS-CARDS-REJECTED       PIC 9(05) COMP VALUE ZERO.
003460     05  WS-FEES-RAISED          PIC 9(05) COMP VALUE ZERO.
003470     05  WS-FINES-RAISED         PIC 9(05) COMP VALUE ZERO.
003480     05  WS-SUBS-RAISED          PIC 9(05) COMP VALUE ZERO.
003490     05  WS-NO-FIXTURE-COUNT     PIC 9(05) COMP VALUE ZERO.
003500     05  WS-LEDGER-WRITTEN       PIC 9(05) COMP VALUE ZERO.
003510     05  WS-STATEMENT-COUNT      PIC 9(05) COMP VALUE ZERO.
003520     05  WS-OVER-LIMIT-COUNT     PIC 9(05) COMP VALUE ZERO.
003522     05  WS-CARDS-BEFORE-CLOSE   PIC 9(05) COMP VALUE ZERO.
003524     05  WS-ROWS-CLOSED          PIC 9(05) COMP VALUE ZERO.
003526     05  WS-OPENINGS-CARRIED     PIC 9(05) COMP VALUE ZERO.

003530 COPY DFIXTURE.
003540 COPY DTEAMFIX.
003550 COPY DLEGCALC.
003560 COPY DROSTER.
003570 COPY DFEEMAST.
003580 COPY DFEETRX.
003590 COPY DFEEBAL.

003600 01  WS-RPT-TITLE.
003610     05  FILLER                  PIC X(40)
003620         VALUE "DARTSFEE  FEES LEDGER POSTINGS AS AT ".
003630     05  RTT-RUN-DATE            PIC 9(08).

003640 01  WS-CARD-HEADING.
003650     05  FILLER                  PIC X(08) VALUE "LINE".
003660     05  FILLER                  PIC X(04) VALUE "ACT".
003670     05  FILLER                  PIC X(11) VALUE "PLAYER".
003680     05  FILLER                  PIC X(21) VALUE "PLAYER NAME".
003690     05  FILLER                  PIC X(09) VALUE "DATE".
003700     05  FILLER                  PIC X(09) VALUE "RECEIPT".
003710     05  FILLER                  PIC X(09) VALUE "   AMOUNT".
003720     05  FILLER                  PIC X(03) VALUE SPACES.
003730     05  FILLER                  PIC X(30) VALUE "DISPOSITION".

003740 01  WS-CARD-LINE.
003750     05  CRD-LINE-TAG            PIC X(07).
003760     05  FILLER                  PIC X(01) VALUE SPACES.
003770     05  CRD-ACTION              PIC X(01).
003780     05  FILLER                  PIC X(03) VALUE SPACES.
003790     05  CRD-PLAYER-ID           PIC X(10).
003800     05  FILLER                  PIC X(01) VALUE SPACES.
003810     05  CRD-PLAYER-NAME         PIC X(20).
003820     05  FILLER                  PIC X(01) VALUE SPACES.
003830     05  CRD-PAY-DATE            PIC X(08).
003840     05  FILLER                  PIC X(01) VALUE SPACES.
003850     05  CRD-RECEIPT-NO          PIC X(08).
003860     05  FILLER                  PIC X(01) VALUE SPACES.
003870     05  CRD-AMOUNT              PIC X(10).
003880     05  FILLER                  PIC X(02) VALUE SPACES.
003890     05  CRD-DISPOSITION         PIC X(30).

003900 01  WS-CHARGE-HEADING.
003910     05  FILLER                  PIC X(09) VALUE "DATE".
003920     05  FILLER                  PIC X(15) VALUE "CHARGE".
003930     05  FILLER                  PIC X(11) VALUE "PLAYER".
003940     05  FILLER                  PIC X(21) VALUE "PLAYER NAME".
003950     05  FILLER                  PIC X(05) VALUE "LEAG".
003960     05  FILLER                  PIC X(09) VALUE "REFERENCE".
003970     05  FILLER                  PIC X(10) VALUE "   AMOUNT".

003980 01  WS-CHARGE-LINE.
003990     05  CHG-POST-DATE           PIC 9(08).
004000     05  FILLER                  PIC X(01) VALUE SPACES.
004010     05  CHG-DESCRIPTION         PIC X(14).
004020     05  FILLER                  PIC X(01) VALUE SPACES.
004030     05  CHG-PLAYER-ID           PIC X(10).
004040     05  FILLER                  PIC X(01) VALUE SPACES.
004050     05  CHG-PLAYER-NAME         PIC X(20).
004060     05  FILLER                  PIC X(01) VALUE SPACES.
004070     05  CHG-LEAGUE-ID           PIC X(04).
004080     05  FILLER                  PIC X(01) VALUE SPACES.
004090     05  CHG-REFERENCE           PIC X(08).
004100     05  FILLER                  PIC X(01) VALUE SPACES.
004110     05  CHG-AMOUNT              PIC ZZ,ZZ9.99-.

004120 01  WS-STMT-TITLE.
004130     05  FILLER                  PIC X(42)
004140         VALUE "DARTSFEE  MONTHLY FEES STATEMENT FOR MONTH".
004150     05  FILLER                  PIC X(01) VALUE SPACES.
004160     05  STT-MONTH               PIC 9(06).
004170     05  FILLER                  PIC X(10) VALUE "   AS AT ".
004180     05  STT-RUN-DATE            PIC 9(08).

004190 01  WS-STMT-PLAYER-LINE.
004200     05  FILLER                  PIC X(08) VALUE "PLAYER ".
004210     05  SPL-PLAYER-ID           PIC X(10).
004220     05  FILLER                  PIC X(01) VALUE SPACES.
004230     05  SPL-PLAYER-NAME         PIC X(20).
004240     05  FILLER                  PIC X(07) VALUE "  TEAM ".
004250     05  SPL-TEAM-ID             PIC X(08).
004260     05  FILLER                  PIC X(09) VALUE "  LEAGUE ".
004270     05  SPL-LEAGUE-ID           PIC X(04).

004280 01  WS-STMT-HEADING.
004290     05  FILLER                  PIC X(09) VALUE "DATE".
004300     05  FILLER                  PIC X(24) VALUE "ENTRY".
004310     05  FILLER                  PIC X(09) VALUE "REFERENCE".
004320     05  FILLER                  PIC X(11) VALUE "  CHARGES".
004330     05  FILLER                  PIC X(11) VALUE "  CREDITS".
004340     05  FILLER                  PIC X(11) VALUE "  BALANCE".

004350 01  WS-STMT-LINE.
004360     05  STL-POST-DATE           PIC X(08).
004370     05  FILLER                  PIC X(01) VALUE SPACES.
004380     05  STL-DESCRIPTION         PIC X(23).
004390     05  FILLER                  PIC X(01) VALUE SPACES.
004400     05  STL-REFERENCE           PIC X(08).
004410     05  FILLER                  PIC X(01) VALUE SPACES.
004420     05  STL-CHARGE              PIC X(10).
004430     05  FILLER                  PIC X(01) VALUE SPACES.
004440     05  STL-CREDIT              PIC X(10).
004450     05  FILLER                  PIC X(01) VALUE SPACES.
004460     05  STL-BALANCE             PIC ZZ,ZZ9.99-.
004470     05  FILLER                  PIC X(02) VALUE SPACES.
004480     05  STL-NOTE                PIC X(48).

004490 01  WS-ARRS-TITLE.
004500     05  FILLER                  PIC X(40)
004510         VALUE "DARTSFEE  ARREARS LIST BY TEAM AS AT ".
004520     05  ATT-RUN-DATE            PIC 9(08).

004530 01  WS-ARRS-HEADING.
004540     05  FILLER                  PIC X(09) VALUE "TEAM".
004550     05  FILLER                  PIC X(11) VALUE "PLAYER".
004560     05  FILLER                  PIC X(21) VALUE "PLAYER NAME".
004570     05  FILLER                  PIC X(05) VALUE "LEAG".
004580     05  FILLER                  PIC X(11) VALUE "  BALANCE".
004590     05  FILLER                  PIC X(11) VALUE "    LIMIT".
004600     05  FILLER                  PIC X(04) VALUE "NOTE".

004610 01  WS-ARRS-LINE.
004620     05  ARL-TEAM-ID             PIC X(08).
004630     05  FILLER                  PIC X(01) VALUE SPACES.
004640     05  ARL-PLAYER-ID           PIC X(10).
004650     05  FILLER                  PIC X(01) VALUE SPACES.
004660     05  ARL-PLAYER-NAME         PIC X(20).
004670     05  FILLER                  PIC X(01) VALUE SPACES.
004680     05  ARL-LEAGUE-ID           PIC X(04).
004690     05  FILLER                  PIC X(01) VALUE SPACES.
004700     05  ARL-BALANCE             PIC ZZ,ZZ9.99-.
004710     05  FILLER                  PIC X(01) VALUE SPACES.
004720     05  ARL-LIMIT               PIC X(10).
004730     05  FILLER                  PIC X(01) VALUE SPACES.
004740     05  ARL-NOTE                PIC X(30).

004750 01  WS-ARRS-TOTAL-LINE.
004760     05  FILLER                  PIC X(09) VALUE SPACES.
004770     05  ART-LABEL               PIC X(20).
004780     05  ART-PLAYERS             PIC ZZZ9.
004790     05  FILLER                  PIC X(13) VALUE " IN ARREARS  ".
004800     05  ART-OWED                PIC ZZZ,ZZ9.99-.

004810 01  WS-EDIT-AMOUNT              PIC ZZ,ZZ9.99.
004820 01  WS-EDIT-CREDIT              PIC ZZ,ZZ9.99.

004830 01  WS-TOTAL-LINE.
004840     05  TOT-LABEL               PIC X(36).
004850     05  TOT-COUNT               PIC ZZZZ9.

004860 01  WS-SECTION-LINE             PIC X(60).
004870 01  WS-VERDICT-LINE             PIC X(60).
004880 01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

004890 PROCEDURE DIVISION.

004900*****************************************************************
004910* 0000-MAINLINE.                                                *
004920*****************************************************************
004930 0000-MAINLINE.
004940     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004950     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
004960         UNTIL WS-TRANS-IN-EOF.
004970     PERFORM 3000-RAISE-MATCH-FEES THRU 3000-EXIT.
004980     PERFORM 3500-RAISE-NO-SHOW-FINES THRU 3500-EXIT.
004990     PERFORM 3800-RAISE-SUBS THRU 3800-EXIT
005000         VARYING WS-ROSTER-SUB FROM 1 BY 1
005010         UNTIL WS-ROSTER-SUB > WS-ROSTER-COUNT.
005020     PERFORM 4000-SORT-LEDGER THRU 4000-EXIT.
005022     IF WS-SEASON-CLOSE
005024         PERFORM 4500-CARRY-FORWARD THRU 4500-EXIT
005026     END-IF.
005030     PERFORM 5000-BUILD-BALANCES THRU 5000-EXIT.
005040     PERFORM 6000-WRITE-LEDGER THRU 6000-EXIT.
005050     PERFORM 6500-WRITE-BALANCES THRU 6500-EXIT.
005060     PERFORM 7000-PRINT-STATEMENTS THRU 7000-EXIT.
005070     PERFORM 7500-PRINT-ARREARS THRU 7500-EXIT.
005080     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
005090     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005100     IF WS-ERROR-COUNT > ZERO
005110        OR WS-CARDS-REJECTED > ZERO
005120         MOVE 8 TO RETURN-CODE
005130     END-IF.
005140     GOBACK.

005150*****************************************************************
005160* 1000-INITIALIZE - READ THE RUN CARD, OPEN THE REPORTS, LOAD   *
005170*     THE ROSTER, THE FEE SCHEDULE, LAST RUN'S LEDGER, THE      *
005180*     FIXTURES AND THE SEASON'S RESULTS, AND OPEN THE CARDS.  A *
005190*     MISSING LEDGER IS A FIRST RUN; A MISSING CARD FILE IS A   *
005200*     RUN WITH NO PAYMENTS TO POST.                             *
005210*****************************************************************
005220 1000-INITIALIZE.
005230     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005240     OPEN OUTPUT FEE-RPT.
005250     OPEN OUTPUT FEE-STMT.
005260     OPEN OUTPUT FEE-ARRS.
005270     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
005280     COMPUTE WS-STMT-START = WS-STMT-MONTH * 100 + 1.
005290     COMPUTE WS-STMT-END   = WS-STMT-MONTH * 100 + 31.
005300     COMPUTE WS-SUBS-DATE  = WS-RUN-MONTH * 100 + 1.
005310     MOVE WS-RUN-MONTH TO WS-SUBS-REFERENCE.
005320     MOVE WS-RUN-DATE TO RTT-RUN-DATE.
005330     WRITE FEE-RPT-RECORD FROM WS-RPT-TITLE.
005340     WRITE FEE-RPT-RECORD FROM WS-BLANK-LINE.
005350     PERFORM 1200-LOAD-ROSTER THRU 1200-EXIT.
005360     PERFORM 1300-LOAD-SCHEDULE THRU 1300-EXIT.
005370     PERFORM 1400-LOAD-LEDGER THRU 1400-EXIT.
005380     PERFORM 1500-LOAD-FIXTURES THRU 1500-EXIT.
005390     PERFORM 1600-LOAD-RESULTS THRU 1600-EXIT.
005400     MOVE "PAYMENT CARDS" TO WS-SECTION-LINE.
005410     WRITE FEE-RPT-RECORD FROM WS-SECTION-LINE.
005420     WRITE FEE-RPT-RECORD FROM WS-CARD-HEADING.
005430     OPEN INPUT TRANS-IN.
005440     IF WS-TRANS-NOT-FOUND
005450         SET WS-TRANS-IN-EOF TO TRUE
005460     END-IF.
005470 1000-EXIT.
005480     EXIT.

005490*****************************************************************
005500* 1100-READ-CONTROL - THE FEECTL CARD: RUN DATE, STATEMENT      *
005510*     MONTH (CCYYMM).  A MISSING CARD OR A BLANK FIELD TAKES    *
005520*     TODAY AND THE RUN DATE'S MONTH.                           *
005525*     A C IN COLUMN 15 MAKES THE RUN THE SEASON CLOSE.          *
005530*****************************************************************
005540 1100-READ-CONTROL.
005550     OPEN INPUT FEE-CTL.
005560     IF WS-FEE-CTL-NOT-FOUND
005570         GO TO 1100-DEFAULTS
005580     END-IF.
005590     READ FEE-CTL
005600         AT END GO TO 1100-CLOSE
005610     END-READ.
005620     IF FCT-RUN-DATE IS NUMERIC
005630        AND FCT-RUN-DATE > ZERO
005640         MOVE FCT-RUN-DATE TO WS-RUN-DATE
005650     END-IF.
005660     IF FCT-STMT-MONTH IS NUMERIC
005670        AND FCT-STMT-MONTH > ZERO
005680         MOVE FCT-STMT-MONTH TO WS-STMT-MONTH
005690     END-IF.
005692     IF FCT-SEASON-CLOSE
005694         MOVE FCT-RUN-TYPE TO WS-RUN-TYPE
005696     END-IF.
005700 1100-CLOSE.
005710     CLOSE FEE-CTL.
005720 1100-DEFAULTS.
005730     IF WS-STMT-MONTH = ZERO
005740         MOVE WS-RUN-MONTH TO WS-STMT-MONTH
005750     END-IF.
005760 1100-EXIT.
005770     EXIT.

005780*****************************************************************
005790* 1200-LOAD-ROSTER - READ THE PLAYER ROSTER MASTER ONCE PER     *
005800*     RUN FOR NAMES, TEAMS, LEAGUES AND STATUS.                 *
005810*****************************************************************
005820 1200-LOAD-ROSTER.
005830     OPEN INPUT ROSTER-IN.
005840     IF WS-ROSTER-NOT-FOUND
005850         CONTINUE
005860     ELSE
005870         PERFORM 1210-READ-ROSTER-ROW THRU 1210-EXIT
005880             UNTIL WS-ROSTER-IN-EOF
005890         CLOSE ROSTER-IN
005900     END-IF.
005910 1200-EXIT.
005920     EXIT.

005930*****************************************************************
005940* 1210-READ-ROSTER-ROW - READ ONE ROSTER RECORD INTO THE NEXT   *
005950*     TABLE ENTRY.                                              *
005960*****************************************************************
005970 1210-READ-ROSTER-ROW.
005980     READ ROSTER-IN INTO ROSTER-RECORD
005990         AT END SET WS-ROSTER-IN-EOF TO TRUE
006000     END-READ.
006010     IF WS-ROSTER-IN-OK
006020         IF WS-ROSTER-COUNT >= 500
006030             DISPLAY "DARTSFEE: ROSTER HAS MORE THAN 500 ROWS "
006040                 "- ROWS BEYOND THE 500TH ARE IGNORED"
006050             SET WS-ROSTER-IN-EOF TO TRUE
006060         ELSE
006070             ADD 1 TO WS-ROSTER-COUNT
006080             SET WS-ROSTER-IDX TO WS-ROSTER-COUNT
006090             MOVE ROS-PLAYER-ID   TO
006100                 WS-ROSTER-PLAYER-ID (WS-ROSTER-IDX)
006110             MOVE ROS-PLAYER-NAME TO
006120                 WS-ROSTER-PLAYER-NAME (WS-ROSTER-IDX)
006130             MOVE ROS-TEAM-ID     TO
006140                 WS-ROSTER-TEAM-ID (WS-ROSTER-IDX)
006150             MOVE ROS-LEAGUE-ID   TO
006160                 WS-ROSTER-LEAGUE-ID (WS-ROSTER-IDX)
006170             MOVE ROS-STATUS      TO
006180                 WS-ROSTER-STATUS (WS-ROSTER-IDX)
006190         END-IF
006200     END-IF.
006210 1210-EXIT.
006220     EXIT.

006230*****************************************************************
006240* 1300-LOAD-SCHEDULE - THE FEE SCHEDULE, ONE ROW PER LEAGUE.  A *
006250*     MISSING FILE RAISES NO CHARGES AT ALL; THE CARDS STILL    *
006260*     POST.                                                     *
006270*****************************************************************
006280 1300-LOAD-SCHEDULE.
006290     OPEN INPUT FEE-PARM.
006300     IF WS-FEE-PARM-NOT-FOUND
006310         GO TO 1300-EXIT
006320     END-IF.
006330     PERFORM 1310-READ-SCHEDULE-ROW THRU 1310-EXIT
006340         UNTIL WS-FEE-PARM-EOF.
006350     CLOSE FEE-PARM.
006360 1300-EXIT.
006370     EXIT.

006380*****************************************************************
006390* 1310-READ-SCHEDULE-ROW - ONE FEEPARM ROW INTO THE TABLE.  A   *
006400*     FIGURE THAT IS NOT NUMERIC IS TAKEN AS ZERO.              *
006410*****************************************************************
006420 1310-READ-SCHEDULE-ROW.
006430     READ FEE-PARM INTO FEE-SCHEDULE-RECORD
006440         AT END
006450             SET WS-FEE-PARM-EOF TO TRUE
006460             GO TO 1310-EXIT
006470     END-READ.
006480     IF WS-FSC-COUNT >= 50
006490         DISPLAY "DARTSFEE: FEEPARM HAS MORE THAN 50 ROWS "
006500             "- ROWS BEYOND THE 50TH ARE IGNORED"
006510         SET WS-FEE-PARM-EOF TO TRUE
006520         GO TO 1310-EXIT
006530     END-IF.
006540     ADD 1 TO WS-FSC-COUNT.
006550     SET WS-FSC-IDX TO WS-FSC-COUNT.
006560     MOVE FSC-LEAGUE-ID TO WS-FSC-LEAGUE-ID (WS-FSC-IDX).
006570     MOVE ZERO TO WS-FSC-MATCH-FEE (WS-FSC-IDX)
006580         WS-FSC-NO-SHOW-FINE (WS-FSC-IDX)
006590         WS-FSC-MONTHLY-SUBS (WS-FSC-IDX)
006600         WS-FSC-ARREARS-LIMIT (WS-FSC-IDX).
006610     IF FSC-MATCH-FEE IS NUMERIC
006620         MOVE FSC-MATCH-FEE TO WS-FSC-MATCH-FEE (WS-FSC-IDX)
006630     END-IF.
006640     IF FSC-NO-SHOW-FINE IS NUMERIC
006650         MOVE FSC-NO-SHOW-FINE TO WS-FSC-NO-SHOW-FINE (WS-FSC-IDX)
006660     END-IF.
006670     IF FSC-MONTHLY-SUBS IS NUMERIC
006680         MOVE FSC-MONTHLY-SUBS TO WS-FSC-MONTHLY-SUBS (WS-FSC-IDX)
006690     END-IF.
006700     IF FSC-ARREARS-LIMIT IS NUMERIC
006710         MOVE FSC-ARREARS-LIMIT TO
006720             WS-FSC-ARREARS-LIMIT (WS-FSC-IDX)
006730     END-IF.
006740 1310-EXIT.
006750     EXIT.

006760*****************************************************************
006770* 1400-LOAD-LEDGER - LAST RUN'S LEDGER INTO THE TABLE.  AN      *
006780*     OVERFLOW IS AN ERROR - A LEDGER THAT CANNOT BE HELD WHOLE *
006790*     MUST NOT BE WRITTEN BACK SHORT.                           *
006795*     THE LATEST OPENING-BALANCE ROW GIVES THE CLOSE DATE.      *
006800*****************************************************************
006810 1400-LOAD-LEDGER.
006820     OPEN INPUT LEDGER-IN.
006830     IF WS-LEDGER-IN-NOT-FOUND
006840         GO TO 1400-EXIT
006850     END-IF.
006860     PERFORM 1410-READ-LEDGER-ROW THRU 1410-EXIT
006870         UNTIL WS-NO-MORE-LEDGER.
006880     CLOSE LEDGER-IN.
006890 1400-EXIT.
006900     EXIT.

006910 1410-READ-LEDGER-ROW.
006920     READ LEDGER-IN INTO FEE-LEDGER-RECORD
006930         AT END
006940             SET WS-NO-MORE-LEDGER TO TRUE
006950             GO TO 1410-EXIT
006960     END-READ.
006970     IF WS-FLG-COUNT >= 5000
006980         PERFORM 4950-LEDGER-FULL THRU 4950-EXIT
006990         SET WS-NO-MORE-LEDGER TO TRUE
007000         GO TO 1410-EXIT
007010     END-IF.
007020     ADD 1 TO WS-FLG-COUNT.
007030     MOVE WS-FLG-COUNT TO WS-FLG-SUB.
007040     MOVE FLG-PLAYER-ID  TO WS-FLG-PLAYER-ID (WS-FLG-SUB).
007050     MOVE FLG-POST-DATE  TO WS-FLG-POST-DATE (WS-FLG-SUB).
007060     MOVE FLG-ENTRY-TYPE TO WS-FLG-ENTRY-TYPE (WS-FLG-SUB).
007070     MOVE FLG-REFERENCE  TO WS-FLG-REFERENCE (WS-FLG-SUB).
007080     MOVE FLG-LEAGUE-ID  TO WS-FLG-LEAGUE-ID (WS-FLG-SUB).
007090     MOVE FLG-AMOUNT     TO WS-FLG-AMOUNT (WS-FLG-SUB).
007100     MOVE FLG-RUN-DATE   TO WS-FLG-RUN-DATE (WS-FLG-SUB).
007110     MOVE "N" TO WS-FLG-NEW-SWITCH (WS-FLG-SUB).
007112     IF FLG-OPENING-BALANCE
007114        AND FLG-POST-DATE > WS-CLOSE-DATE
007116         MOVE FLG-POST-DATE TO WS-CLOSE-DATE
007118     END-IF.
007120 1410-EXIT.
007130     EXIT.

007140*****************************************************************
007150* 1500-LOAD-FIXTURES - THE FIXTURES FILE, LAST ROW PER MATCH ID.*
007160*****************************************************************
007170 1500-LOAD-FIXTURES.
007180     OPEN INPUT FIXTURE-IN.
007190     IF WS-FIXTURE-IN-NOT-FOUND
007200         GO TO 1500-EXIT
007210     END-IF.
007220     PERFORM 1510-LOAD-FIXTURE-ROW THRU 1510-EXIT
007230         UNTIL WS-NO-MORE-FIXTURES.
007240     CLOSE FIXTURE-IN.
007250 1500-EXIT.
007260     EXIT.

007270 1510-LOAD-FIXTURE-ROW.
007280     READ FIXTURE-IN INTO FIXTURE-RECORD
007290         AT END
007300             SET WS-NO-MORE-FIXTURES TO TRUE
007310             GO TO 1510-EXIT
007320     END-READ.
007330     MOVE FIX-MATCH-ID TO WS-KEY-MATCH-ID.
007340     PERFORM 1550-FIND-FIXTURE THRU 1550-EXIT.
007350     IF NOT WS-FIX-FOUND
007360         IF WS-FIX-COUNT >= 1000
007370             DISPLAY "DARTSFEE: MORE THAN 1000 FIXTURES"
007380             MOVE "FIXTURE TABLE FULL - CHARGES INCOMPLETE" TO
007390                 WS-VERDICT-LINE
007400             PERFORM 4960-RUN-ERROR THRU 4960-EXIT
007410             SET WS-NO-MORE-FIXTURES TO TRUE
007420             GO TO 1510-EXIT
007430         END-IF
007440         ADD 1 TO WS-FIX-COUNT
007450         MOVE WS-FIX-COUNT TO WS-FIX-SUB
007460         MOVE FIX-MATCH-ID TO WS-FIX-MATCH-ID (WS-FIX-SUB)
007470     END-IF.
007480     MOVE FIX-LEAGUE-ID      TO WS-FIX-LEAGUE-ID (WS-FIX-SUB).
007490     MOVE FIX-HOME-PLAYER-ID TO
007500         WS-FIX-HOME-PLAYER-ID (WS-FIX-SUB).
007510     MOVE FIX-AWAY-PLAYER-ID TO
007520         WS-FIX-AWAY-PLAYER-ID (WS-FIX-SUB).
007530     MOVE ZERO               TO WS-FIX-SCHED-DATE (WS-FIX-SUB).
007540     IF FIX-SCHED-DATE IS NUMERIC
007550         MOVE FIX-SCHED-DATE TO WS-FIX-SCHED-DATE (WS-FIX-SUB)
007560     END-IF.
007570     IF WS-FIX-SCHED-DATE (WS-FIX-SUB) > ZERO
007580        AND (WS-SEASON-START = ZERO
007590         OR WS-FIX-SCHED-DATE (WS-FIX-SUB) < WS-SEASON-START)
007600         MOVE WS-FIX-SCHED-DATE (WS-FIX-SUB) TO WS-SEASON-START
007610     END-IF.
007620     MOVE "N"                TO WS-FIX-TIE-SWITCH (WS-FIX-SUB).
007630 1510-EXIT.
007640     EXIT.

007650*****************************************************************
007660* 1550-FIND-FIXTURE - IS WS-KEY-MATCH-ID IN THE FIXTURE TABLE?  *
007670*     WS-FIX-SUB POINTS AT THE ROW WHEN FOUND.                  *
007680*****************************************************************
007690 1550-FIND-FIXTURE.
007700     MOVE "N" TO WS-FIX-FOUND-SWITCH.
007710     IF WS-FIX-COUNT > ZERO
007720         PERFORM 1560-MATCH-FIXTURE THRU 1560-EXIT
007730             VARYING WS-FIX-SUB FROM 1 BY 1
007740             UNTIL WS-FIX-FOUND
007750                OR WS-FIX-SUB > WS-FIX-COUNT
007760     END-IF.
007770     IF WS-FIX-FOUND
007780         SUBTRACT 1 FROM WS-FIX-SUB
007790     END-IF.
007800 1550-EXIT.
007810     EXIT.

007820 1560-MATCH-FIXTURE.
007830     IF WS-FIX-MATCH-ID (WS-FIX-SUB) = WS-KEY-MATCH-ID
007840         SET WS-FIX-FOUND TO TRUE
007850     END-IF.
007860 1560-EXIT.
007870     EXIT.

007880*****************************************************************
007890* 1600-LOAD-RESULTS - THE SEASON'S MATCH RESULTS.  THE FILE     *
007900*     CARRIES ONE ROW PER FIXTURE PER DARTSMAT RUN, APPEND-     *
007910*     ORDERED, SO THE LAST ROW PER MATCH ID STANDS, AS IN       *
007920*     DARTSTEA - A NO LEGS NIGHT RESCORED LATER IS NO NO-SHOW.  *
007930*****************************************************************
007940 1600-LOAD-RESULTS.
007950     OPEN INPUT MATCH-IN.
007960     IF WS-MATCH-IN-NOT-FOUND
007970         GO TO 1600-EXIT
007980     END-IF.
007990     PERFORM 1610-LOAD-MATCH-ROW THRU 1610-EXIT
008000         UNTIL WS-NO-MORE-MATCHES.
008010     CLOSE MATCH-IN.
008020 1600-EXIT.
008030     EXIT.

008040 1610-LOAD-MATCH-ROW.
008050     READ MATCH-IN INTO MATCH-RESULT-RECORD
008060         AT END
008070             SET WS-NO-MORE-MATCHES TO TRUE
008080             GO TO 1610-EXIT
008090     END-READ.
008100     MOVE "N" TO WS-RES-FOUND-SWITCH.
008110     IF WS-RES-COUNT > ZERO
008120         PERFORM 1620-MATCH-RESULT THRU 1620-EXIT
008130             VARYING WS-RES-SUB FROM 1 BY 1
008140             UNTIL WS-RES-FOUND
008150                OR WS-RES-SUB > WS-RES-COUNT
008160     END-IF.
008170     IF WS-RES-FOUND
008180         SUBTRACT 1 FROM WS-RES-SUB
008190     ELSE
008200         IF WS-RES-COUNT >= 1000
008210             DISPLAY "DARTSFEE: MORE THAN 1000 MATCH RESULTS"
008220             MOVE "RESULT TABLE FULL - FINES INCOMPLETE" TO
008230                 WS-VERDICT-LINE
008240             PERFORM 4960-RUN-ERROR THRU 4960-EXIT
008250             SET WS-NO-MORE-MATCHES TO TRUE
008260             GO TO 1610-EXIT
008270         END-IF
008280         ADD 1 TO WS-RES-COUNT
008290         MOVE WS-RES-COUNT TO WS-RES-SUB
008300         MOVE MRS-MATCH-ID TO WS-RES-MATCH-ID (WS-RES-SUB)
008310     END-IF.
008320     MOVE MRS-RESULT-STATUS TO WS-RES-STATUS (WS-RES-SUB).
008330 1610-EXIT.
008340     EXIT.

008350 1620-MATCH-RESULT.
008360     IF WS-RES-MATCH-ID (WS-RES-SUB) = MRS-MATCH-ID
008370         SET WS-RES-FOUND TO TRUE
008380     END-IF.
008390 1620-EXIT.
008400     EXIT.

008410*****************************************************************
008420* 2000-PROCESS-CARD - READ AND EDIT ONE PAYMENT CARD, POST IT   *
008430*     WHEN IT IS CLEAN, LIST IT WITH ITS REASON WHEN IT IS NOT. *
008440*     A CARD ALREADY ON THE LEDGER IS LISTED AND PASSED OVER.   *
008445*     SO IS A CARD DATED ON OR BEFORE THE LATEST SEASON CLOSE.  *
008450*****************************************************************
008460 2000-PROCESS-CARD.
008470     READ TRANS-IN INTO FEE-PAYMENT-TRANS
008480         AT END
008490             SET WS-TRANS-IN-EOF TO TRUE
008500             GO TO 2000-EXIT
008510     END-READ.
008520     ADD 1 TO WS-CARDS-READ.
008530     MOVE SPACES TO WS-REJECT-REASON.
008540     MOVE "N" TO WS-CARD-ON-FILE-SWITCH.
008550     PERFORM 2500-EDIT-CARD THRU 2500-EXIT.
008560     IF WS-REJECT-REASON NOT = SPACES
008570         ADD 1 TO WS-CARDS-REJECTED
008580         MOVE "REJECT" TO CRD-LINE-TAG
008590         MOVE WS-REJECT-REASON TO CRD-DISPOSITION
008600         PERFORM 2900-WRITE-CARD-LINE THRU 2900-EXIT
008610         GO TO 2000-EXIT
008620     END-IF.
008630     IF WS-CARD-ON-FILE
008640         ADD 1 TO WS-CARDS-ON-FILE
008650         MOVE "ONFILE" TO CRD-LINE-TAG
008660         MOVE "ALREADY ON LEDGER - PASSED" TO CRD-DISPOSITION
008670         PERFORM 2900-WRITE-CARD-LINE THRU 2900-EXIT
008680         GO TO 2000-EXIT
008690     END-IF.
008691     IF WS-CARD-BEFORE-CLOSE
008692         ADD 1 TO WS-CARDS-BEFORE-CLOSE
008693         MOVE "CLOSED" TO CRD-LINE-TAG
008694         MOVE "IN OPENING BALANCE - PASSED" TO CRD-DISPOSITION
008695         PERFORM 2900-WRITE-CARD-LINE THRU 2900-EXIT
008696         GO TO 2000-EXIT
008697     END-IF.
008700     PERFORM 2600-POST-CARD THRU 2600-EXIT.
008710 2000-EXIT.
008720     EXIT.

008730*****************************************************************
008740* 2500-EDIT-CARD - FIELD-BY-FIELD EDIT OF ONE CARD.  THE FIRST  *
008750*     FAILED EDIT SUPPLIES THE REASON; A BLANK REASON ON EXIT   *
008760*     MEANS THE CARD IS CLEAN.  THE RECEIPT NUMBER IS CHECKED   *
008770*     LAST: THE SAME CARD ALREADY POSTED (SAME PLAYER, ACTION,  *
008780*     RECEIPT AND AMOUNT) IS ON FILE, ANY OTHER USE OF THE      *
008790*     RECEIPT IS A KEYING ERROR.                                *
008793*     A CARD DATED ON OR BEFORE THE LATEST SEASON CLOSE IS IN   *
008796*     THE OPENING BALANCE AND IS EDITED NO FURTHER.             *
008800*****************************************************************
008810 2500-EDIT-CARD.
008820     IF NOT FTX-PAYMENT AND NOT FTX-WAIVER AND NOT FTX-REFUND
008830         MOVE "ACTION NOT P W OR R" TO WS-REJECT-REASON
008840         GO TO 2500-EXIT
008850     END-IF.
008860     IF FTX-PLAYER-ID = SPACES
008870         MOVE "PLAYER ID MISSING" TO WS-REJECT-REASON
008880         GO TO 2500-EXIT
008890     END-IF.
008900     MOVE FTX-PLAYER-ID TO WS-KEY-PLAYER-ID.
008910     PERFORM 2700-FIND-PLAYER THRU 2700-EXIT.
008920     IF NOT WS-PLAYER-ON-ROSTER
008930         PERFORM 2750-FIND-LEDGER-PLAYER THRU 2750-EXIT
008940         IF NOT WS-FLG-FOUND
008950             MOVE "PLAYER NOT ON ROSTER OR LEDGER" TO
008960                 WS-REJECT-REASON
008970             GO TO 2500-EXIT
008980         END-IF
008990     END-IF.
009000     IF FTX-PAY-DATE IS NOT NUMERIC
009010         MOVE "PAY DATE NOT NUMERIC" TO WS-REJECT-REASON
009020         GO TO 2500-EXIT
009030     END-IF.
009040     MOVE FTX-PAY-DATE TO WS-PAY-DATE-CHECK.
009050     IF WS-PAY-MM < 1 OR WS-PAY-MM > 12
009060        OR WS-PAY-DD < 1 OR WS-PAY-DD > 31
009070        OR WS-PAY-CCYY < 2000
009080         MOVE "PAY DATE INVALID" TO WS-REJECT-REASON
009090         GO TO 2500-EXIT
009100     END-IF.
009110     IF FTX-PAY-DATE > WS-RUN-DATE
009120         MOVE "PAY DATE AFTER RUN DATE" TO WS-REJECT-REASON
009130         GO TO 2500-EXIT
009140     END-IF.
009142     IF FTX-PAY-DATE NOT > WS-CLOSE-DATE
009144         SET WS-CARD-BEFORE-CLOSE TO TRUE
009146         GO TO 2500-EXIT
009148     END-IF.
009150     IF FTX-RECEIPT-NO = SPACES
009160         MOVE "RECEIPT NUMBER MISSING" TO WS-REJECT-REASON
009170         GO TO 2500-EXIT
009180     END-IF.
009190     IF FTX-AMOUNT IS NOT NUMERIC
009200         MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
009210         GO TO 2500-EXIT
009220     END-IF.
009230     IF FTX-AMOUNT = ZERO
009240         MOVE "AMOUNT IS ZERO" TO WS-REJECT-REASON
009250         GO TO 2500-EXIT
009260     END-IF.
009270     IF FTX-REFUND
009280         MOVE FTX-AMOUNT TO WS-CARD-AMOUNT
009290     ELSE
009300         COMPUTE WS-CARD-AMOUNT = ZERO - FTX-AMOUNT
009310     END-IF.
009320     PERFORM 2800-CHECK-RECEIPT THRU 2800-EXIT.
009330     IF WS-REJECT-REASON NOT = SPACES OR WS-CARD-ON-FILE
009340         GO TO 2500-EXIT
009350     END-IF.
009360     IF WS-FLG-COUNT >= 5000
009370         MOVE "LEDGER TABLE FULL" TO WS-REJECT-REASON
009380     END-IF.
009390 2500-EXIT.
009400     EXIT.

009410*****************************************************************
009420* 2600-POST-CARD - POST ONE CLEAN CARD TO THE LEDGER UNDER THE  *
009430*     PLAYER'S ROSTER LEAGUE (BLANK FOR A PLAYER OFF THE        *
009440*     ROSTER).                                                  *
009450*****************************************************************
009460 2600-POST-CARD.
009470     MOVE FTX-PLAYER-ID  TO WS-NEW-PLAYER-ID.
009480     MOVE FTX-PAY-DATE   TO WS-NEW-POST-DATE.
009490     MOVE FTX-ACTION     TO WS-NEW-ENTRY-TYPE.
009500     MOVE FTX-RECEIPT-NO TO WS-NEW-REFERENCE.
009510     MOVE WS-CARD-AMOUNT TO WS-NEW-AMOUNT.
009520     MOVE FTX-PLAYER-ID  TO WS-KEY-PLAYER-ID.
009530     PERFORM 2700-FIND-PLAYER THRU 2700-EXIT.
009540     IF WS-PLAYER-ON-ROSTER
009550         MOVE WS-ROSTER-LEAGUE-ID (WS-PLAYER-SUB)
009560             TO WS-NEW-LEAGUE-ID
009570     ELSE
009580         MOVE SPACES TO WS-NEW-LEAGUE-ID
009590     END-IF.
009600     PERFORM 4910-ADD-POSTING THRU 4910-EXIT.
009610     ADD 1 TO WS-CARDS-POSTED.
009620     MOVE "POSTED" TO CRD-LINE-TAG.
009630     MOVE "APPLIED" TO CRD-DISPOSITION.
009640     PERFORM 2900-WRITE-CARD-LINE THRU 2900-EXIT.
009650 2600-EXIT.
009660     EXIT.

009670*****************************************************************
009680* 2700-FIND-PLAYER - SEQUENTIAL LOOKUP OF THE ROSTER TABLE BY   *
009690*     WS-KEY-PLAYER-ID.  WS-PLAYER-SUB POINTS AT THE ROW WHEN   *
009700*     FOUND.                                                    *
009710*****************************************************************
009720 2700-FIND-PLAYER.
009730     MOVE "N" TO WS-PLAYER-FOUND-SWITCH.
009740     IF WS-ROSTER-COUNT > ZERO
009750         PERFORM 2710-MATCH-PLAYER THRU 2710-EXIT
009760             VARYING WS-PLAYER-SUB FROM 1 BY 1
009770             UNTIL WS-PLAYER-ON-ROSTER
009780                OR WS-PLAYER-SUB > WS-ROSTER-COUNT
009790     END-IF.
009800     IF WS-PLAYER-ON-ROSTER
009810         SUBTRACT 1 FROM WS-PLAYER-SUB
009820     END-IF.
009830 2700-EXIT.
009840     EXIT.

009850 2710-MATCH-PLAYER.
009860     IF WS-ROSTER-PLAYER-ID (WS-PLAYER-SUB) = WS-KEY-PLAYER-ID
009870         SET WS-PLAYER-ON-ROSTER TO TRUE
009880     END-IF.
009890 2710-EXIT.
009900     EXIT.

009910*****************************************************************
009920* 2750-FIND-LEDGER-PLAYER - DOES WS-KEY-PLAYER-ID HAVE ANY ROW  *
009930*     ON THE LEDGER?  A PLAYER OFF THE ROSTER CAN STILL CLEAR   *
009940*     WHAT THEY OWE.                                            *
009950*****************************************************************
009960 2750-FIND-LEDGER-PLAYER.
009970     MOVE "N" TO WS-FLG-FOUND-SWITCH.
009980     IF WS-FLG-COUNT > ZERO
009990         PERFORM 2760-MATCH-LEDGER-PLAYER THRU 2760-EXIT
010000             VARYING WS-FLG-SUB FROM 1 BY 1
010010             UNTIL WS-FLG-FOUND
010020                OR WS-FLG-SUB > WS-FLG-COUNT
010030     END-IF.
010040 2750-EXIT.
010050     EXIT.

010060 2760-MATCH-LEDGER-PLAYER.
010070     IF WS-FLG-PLAYER-ID (WS-FLG-SUB) = WS-KEY-PLAYER-ID
010080         SET WS-FLG-FOUND TO TRUE
010090     END-IF.
010100 2760-EXIT.
010110     EXIT.

010120*****************************************************************
010130* 2800-CHECK-RECEIPT - LOOK FOR THE CARD'S RECEIPT NUMBER AMONG *
010140*     THE LEDGER'S CARD POSTINGS (P, W AND R ROWS).             *
010150*****************************************************************
010160 2800-CHECK-RECEIPT.
010170     MOVE "N" TO WS-FLG-FOUND-SWITCH.
010180     IF WS-FLG-COUNT > ZERO
010190         PERFORM 2810-MATCH-RECEIPT THRU 2810-EXIT
010200             VARYING WS-FLG-SUB FROM 1 BY 1
010210             UNTIL WS-FLG-FOUND
010220                OR WS-FLG-SUB > WS-FLG-COUNT
010230     END-IF.
010240     IF NOT WS-FLG-FOUND
010250         GO TO 2800-EXIT
010260     END-IF.
010270     SUBTRACT 1 FROM WS-FLG-SUB.
010280     IF WS-FLG-PLAYER-ID (WS-FLG-SUB) = FTX-PLAYER-ID
010290        AND WS-FLG-ENTRY-TYPE (WS-FLG-SUB) = FTX-ACTION
010300        AND WS-FLG-AMOUNT (WS-FLG-SUB) = WS-CARD-AMOUNT
010310         SET WS-CARD-ON-FILE TO TRUE
010320     ELSE
010330         MOVE "RECEIPT NUMBER ALREADY USED" TO WS-REJECT-REASON
010340     END-IF.
010350 2800-EXIT.
010360     EXIT.

010370 2810-MATCH-RECEIPT.
010380     IF WS-FLG-REFERENCE (WS-FLG-SUB) = FTX-RECEIPT-NO
010390        AND (WS-FLG-ENTRY-TYPE (WS-FLG-SUB) = "P"
010400          OR WS-FLG-ENTRY-TYPE (WS-FLG-SUB) = "W"
010410          OR WS-FLG-ENTRY-TYPE (WS-FLG-SUB) = "R")
010420         SET WS-FLG-FOUND TO TRUE
010430     END-IF.
010440 2810-EXIT.
010450     EXIT.

010460*****************************************************************
010470* 2900-WRITE-CARD-LINE - LIST ONE CARD.  THE CALLER HAS SET THE *
010480*     TAG AND THE DISPOSITION.                                  *
010490*****************************************************************
010500 2900-WRITE-CARD-LINE.
010510     MOVE FTX-ACTION     TO CRD-ACTION.
010520     MOVE FTX-PLAYER-ID  TO CRD-PLAYER-ID.
010530     MOVE FTX-PLAYER-ID  TO WS-KEY-PLAYER-ID.
010540     PERFORM 2700-FIND-PLAYER THRU 2700-EXIT.
010550     IF WS-PLAYER-ON-ROSTER
010560         MOVE WS-ROSTER-PLAYER-NAME (WS-PLAYER-SUB)
010570             TO CRD-PLAYER-NAME
010580     ELSE
010590         MOVE SPACES TO CRD-PLAYER-NAME
010600     END-IF.
010610     MOVE FTX-PAY-DATE   TO CRD-PAY-DATE.
010620     MOVE FTX-RECEIPT-NO TO CRD-RECEIPT-NO.
010630     IF FTX-AMOUNT IS NUMERIC
010640         MOVE FTX-AMOUNT TO WS-EDIT-AMOUNT
010650         MOVE WS-EDIT-AMOUNT TO CRD-AMOUNT
010660     ELSE
010670         MOVE FTX-AMOUNT-X TO CRD-AMOUNT
010680     END-IF.
010690     WRITE FEE-RPT-RECORD FROM WS-CARD-LINE.
010700 2900-EXIT.
010710     EXIT.

010720*****************************************************************
010730* 3000-RAISE-MATCH-FEES - A MATCH FEE FOR EVERY PLAYER ON EVERY *
010740*     FIXTURE DATED ON OR BEFORE THE RUN DATE.  THE TEAM TIES   *
010750*     GO FIRST: EACH TIE CHARGES THE PLAYERS OF ITS SINGLES     *
010760*     GAMES ONCE, UNDER THE TIE ID, AND MARKS THE GAMES SO THEY *
010770*     ARE NOT CHARGED AGAIN AS FIXTURES OF THEIR OWN.           *
010780*****************************************************************
010790 3000-RAISE-MATCH-FEES.
010800     MOVE SPACES TO WS-SECTION-LINE.
010810     WRITE FEE-RPT-RECORD FROM WS-SECTION-LINE.
010820     MOVE "CHARGES RAISED" TO WS-SECTION-LINE.
010830     WRITE FEE-RPT-RECORD FROM WS-SECTION-LINE.
010840     WRITE FEE-RPT-RECORD FROM WS-CHARGE-HEADING.
010850     OPEN INPUT TEAMFIX-IN.
010860     IF WS-TEAMFIX-IN-NOT-FOUND
010870         CONTINUE
010880     ELSE
010890         PERFORM 3100-CHARGE-TIE THRU 3100-EXIT
010900             UNTIL WS-NO-MORE-TIES
010910         CLOSE TEAMFIX-IN
010920     END-IF.
010930     PERFORM 3300-CHARGE-FIXTURE THRU 3300-EXIT
010940         VARYING WS-FIX-SUB FROM 1 BY 1
010950         UNTIL WS-FIX-SUB > WS-FIX-COUNT.
010960 3000-EXIT.
010970     EXIT.

010980*****************************************************************
010990* 3100-CHARGE-TIE - READ ONE TEAM TIE, MARK ITS GAMES AND, WHEN *
011000*     THE TIE IS DUE, CHARGE EACH GAME'S TWO PLAYERS.  A PLAYER *
011010*     IN MORE THAN ONE GAME OF THE TIE IS CHARGED ONCE, THE     *
011020*     LEDGER KEY SEEING TO IT.                                  *
011030*****************************************************************
011040 3100-CHARGE-TIE.
011050     READ TEAMFIX-IN INTO TEAM-FIXTURE-RECORD
011060         AT END
011070             SET WS-NO-MORE-TIES TO TRUE
011080             GO TO 3100-EXIT
011090     END-READ.
011100     MOVE ZERO TO WS-GAME-LIMIT.
011110     IF TFX-GAME-COUNT IS NUMERIC
011120         MOVE TFX-GAME-COUNT TO WS-GAME-LIMIT
011130     END-IF.
011140     IF WS-GAME-LIMIT > 12
011150         MOVE 12 TO WS-GAME-LIMIT
011160     END-IF.
011170     MOVE TFX-LEAGUE-ID TO WS-KEY-LEAGUE-ID.
011180     PERFORM 4800-FIND-SCHEDULE THRU 4800-EXIT.
011190     PERFORM 3150-CHARGE-TIE-GAME THRU 3150-EXIT
011200         VARYING WS-GAME-SUB FROM 1 BY 1
011210         UNTIL WS-GAME-SUB > WS-GAME-LIMIT.
011220 3100-EXIT.
011230     EXIT.

011240*****************************************************************
011250* 3150-CHARGE-TIE-GAME - ONE SINGLES GAME OF THE TIE.  A GAME   *
011260*     WITH NO FIXTURE NAMES NO PLAYERS AND IS COUNTED.          *
011270*****************************************************************
011280 3150-CHARGE-TIE-GAME.
011290     MOVE TFX-GAME-MATCH-ID (WS-GAME-SUB) TO WS-KEY-MATCH-ID.
011300     PERFORM 1550-FIND-FIXTURE THRU 1550-EXIT.
011310     IF NOT WS-FIX-FOUND
011320         ADD 1 TO WS-NO-FIXTURE-COUNT
011330         GO TO 3150-EXIT
011340     END-IF.
011350     SET WS-FIX-IN-TIE (WS-FIX-SUB) TO TRUE.
011360     IF NOT WS-FSC-FOUND
011370        OR TFX-SCHED-DATE IS NOT NUMERIC
011380         GO TO 3150-EXIT
011390     END-IF.
011400     IF TFX-SCHED-DATE = ZERO
011410        OR TFX-SCHED-DATE > WS-RUN-DATE
011420         GO TO 3150-EXIT
011430     END-IF.
011440     MOVE TFX-SCHED-DATE TO WS-NEW-POST-DATE.
011450     MOVE "M"            TO WS-NEW-ENTRY-TYPE.
011460     MOVE TFX-TIE-ID     TO WS-NEW-REFERENCE.
011470     MOVE TFX-LEAGUE-ID  TO WS-NEW-LEAGUE-ID.
011480     MOVE WS-FSC-MATCH-FEE (WS-FSC-SUB) TO WS-NEW-AMOUNT.
011490     MOVE WS-FIX-HOME-PLAYER-ID (WS-FIX-SUB) TO WS-NEW-PLAYER-ID.
011500     PERFORM 4900-POST-CHARGE THRU 4900-EXIT.
011510     MOVE WS-FIX-AWAY-PLAYER-ID (WS-FIX-SUB) TO WS-NEW-PLAYER-ID.
011520     PERFORM 4900-POST-CHARGE THRU 4900-EXIT.
011530 3150-EXIT.
011540     EXIT.

011550*****************************************************************
011560* 3300-CHARGE-FIXTURE - ONE SINGLES FIXTURE THAT IS NOT A GAME  *
011570*     OF A TEAM TIE: BOTH PLAYERS, UNDER THE MATCH ID.          *
011580*****************************************************************
011590 3300-CHARGE-FIXTURE.
011600     IF WS-FIX-IN-TIE (WS-FIX-SUB)
011610        OR WS-FIX-SCHED-DATE (WS-FIX-SUB) = ZERO
011620        OR WS-FIX-SCHED-DATE (WS-FIX-SUB) > WS-RUN-DATE
011630         GO TO 3300-EXIT
011640     END-IF.
011650     MOVE WS-FIX-LEAGUE-ID (WS-FIX-SUB) TO WS-KEY-LEAGUE-ID.
011660     PERFORM 4800-FIND-SCHEDULE THRU 4800-EXIT.
011670     IF NOT WS-FSC-FOUND
011680         GO TO 3300-EXIT
011690     END-IF.
011700     MOVE WS-FIX-SCHED-DATE (WS-FIX-SUB) TO WS-NEW-POST-DATE.
011710     MOVE "M"                            TO WS-NEW-ENTRY-TYPE.
011720     MOVE WS-FIX-MATCH-ID (WS-FIX-SUB)   TO WS-NEW-REFERENCE.
011730     MOVE WS-FIX-LEAGUE-ID (WS-FIX-SUB)  TO WS-NEW-LEAGUE-ID.
011740     MOVE WS-FSC-MATCH-FEE (WS-FSC-SUB)  TO WS-NEW-AMOUNT.
011750     MOVE WS-FIX-HOME-PLAYER-ID (WS-FIX-SUB) TO WS-NEW-PLAYER-ID.
011760     PERFORM 4900-POST-CHARGE THRU 4900-EXIT.
011770     MOVE WS-FIX-AWAY-PLAYER-ID (WS-FIX-SUB) TO WS-NEW-PLAYER-ID.
011780     PERFORM 4900-POST-CHARGE THRU 4900-EXIT.
011790 3300-EXIT.
011800     EXIT.

011810*****************************************************************
011820* 3500-RAISE-NO-SHOW-FINES - EACH SIDE OF EVERY NO LEGS MATCH   *
011830*     IS A CANDIDATE; THE SEASON-CUMULATIVE LEG-CALC FILE IS    *
011840*     THEN READ ONCE AND ANY CANDIDATE WITH A ROW DATED THE     *
011850*     MATCH NIGHT THREW SOMETHING AND IS STRUCK OFF, AS DARTSMAT*
011860*     PAIRS LEGS BY THE FIXTURE'S NIGHT.  THE REST ARE FINED.   *
011870*****************************************************************
011880 3500-RAISE-NO-SHOW-FINES.
011890     PERFORM 3510-COLLECT-CANDIDATES THRU 3510-EXIT
011900         VARYING WS-RES-SUB FROM 1 BY 1
011910         UNTIL WS-RES-SUB > WS-RES-COUNT.
011920     IF WS-NSH-COUNT = ZERO
011930         GO TO 3500-EXIT
011940     END-IF.
011950     OPEN INPUT LEG-CALC.
011960     IF WS-LEG-CALC-NOT-FOUND
011970         CONTINUE
011980     ELSE
011990         PERFORM 3550-READ-CALC-ROW THRU 3550-EXIT
012000             UNTIL WS-NO-MORE-CALC
012010         CLOSE LEG-CALC
012020     END-IF.
012030     PERFORM 3600-FINE-CANDIDATE THRU 3600-EXIT
012040         VARYING WS-NSH-SUB FROM 1 BY 1
012050         UNTIL WS-NSH-SUB > WS-NSH-COUNT.
012060 3500-EXIT.
012070     EXIT.

012080*****************************************************************
012090* 3510-COLLECT-CANDIDATES - BOTH SIDES OF ONE NO LEGS MATCH THAT*
012100*     HAS A FIXTURE DATED ON OR BEFORE THE RUN DATE, IN A LEAGUE*
012110*     WITH A FINE ON THE SCHEDULE.                              *
012120*****************************************************************
012130 3510-COLLECT-CANDIDATES.
012140     IF NOT WS-RES-NO-LEGS (WS-RES-SUB)
012150         GO TO 3510-EXIT
012160     END-IF.
012170     MOVE WS-RES-MATCH-ID (WS-RES-SUB) TO WS-KEY-MATCH-ID.
012180     PERFORM 1550-FIND-FIXTURE THRU 1550-EXIT.
012190     IF NOT WS-FIX-FOUND
012200         ADD 1 TO WS-NO-FIXTURE-COUNT
012210         GO TO 3510-EXIT
012220     END-IF.
012230     IF WS-FIX-SCHED-DATE (WS-FIX-SUB) = ZERO
012240        OR WS-FIX-SCHED-DATE (WS-FIX-SUB) > WS-RUN-DATE
012250         GO TO 3510-EXIT
012260     END-IF.
012270     MOVE WS-FIX-LEAGUE-ID (WS-FIX-SUB) TO WS-KEY-LEAGUE-ID.
012280     PERFORM 4800-FIND-SCHEDULE THRU 4800-EXIT.
012290     IF NOT WS-FSC-FOUND
012300         GO TO 3510-EXIT
012310     END-IF.
012320     IF WS-FSC-NO-SHOW-FINE (WS-FSC-SUB) = ZERO
012330         GO TO 3510-EXIT
012340     END-IF.
012350     MOVE WS-FIX-HOME-PLAYER-ID (WS-FIX-SUB) TO WS-CAND-PLAYER-ID.
012360     PERFORM 3520-ADD-CANDIDATE THRU 3520-EXIT.
012370     MOVE WS-FIX-AWAY-PLAYER-ID (WS-FIX-SUB) TO WS-CAND-PLAYER-ID.
012380     PERFORM 3520-ADD-CANDIDATE THRU 3520-EXIT.
012390 3510-EXIT.
012400     EXIT.

012410 3520-ADD-CANDIDATE.
012420     IF WS-CAND-PLAYER-ID = SPACES
012430         GO TO 3520-EXIT
012440     END-IF.
012450     IF WS-NSH-COUNT >= 500
012460         DISPLAY "DARTSFEE: MORE THAN 500 NO-SHOW CANDIDATES"
012470         MOVE "NO-SHOW TABLE FULL - FINES INCOMPLETE" TO
012480             WS-VERDICT-LINE
012490         PERFORM 4960-RUN-ERROR THRU 4960-EXIT
012500         GO TO 3520-EXIT
012510     END-IF.
012520     ADD 1 TO WS-NSH-COUNT.
012530     MOVE WS-CAND-PLAYER-ID TO WS-NSH-PLAYER-ID (WS-NSH-COUNT).
012540     MOVE WS-FIX-SCHED-DATE (WS-FIX-SUB) TO
012550         WS-NSH-DATE (WS-NSH-COUNT).
012560     MOVE WS-FIX-MATCH-ID (WS-FIX-SUB) TO
012570         WS-NSH-MATCH-ID (WS-NSH-COUNT).
012580     MOVE WS-FIX-LEAGUE-ID (WS-FIX-SUB) TO
012590         WS-NSH-LEAGUE-ID (WS-NSH-COUNT).
012600     MOVE "N" TO WS-NSH-THREW-SWITCH (WS-NSH-COUNT).
012610 3520-EXIT.
012620     EXIT.

012630*****************************************************************
012640* 3550-READ-CALC-ROW - ONE LEG-CALC ROW; STRIKE OFF EVERY       *
012650*     CANDIDATE IT SHOWS THREW THAT NIGHT.                      *
012660*****************************************************************
012670 3550-READ-CALC-ROW.
012680     READ LEG-CALC INTO LEG-CALC-RECORD
012690         AT END
012700             SET WS-NO-MORE-CALC TO TRUE
012710             GO TO 3550-EXIT
012720     END-READ.
012730     PERFORM 3560-MATCH-CANDIDATE THRU 3560-EXIT
012740         VARYING WS-NSH-SUB FROM 1 BY 1
012750         UNTIL WS-NSH-SUB > WS-NSH-COUNT.
012760 3550-EXIT.
012770     EXIT.

012780 3560-MATCH-CANDIDATE.
012790     IF WS-NSH-PLAYER-ID (WS-NSH-SUB) = CLC-PLAYER-ID
012800        AND WS-NSH-DATE (WS-NSH-SUB) = CLC-SCORE-DATE
012810         SET WS-NSH-THREW (WS-NSH-SUB) TO TRUE
012820     END-IF.
012830 3560-EXIT.
012840     EXIT.

012850*****************************************************************
012860* 3600-FINE-CANDIDATE - FINE A CANDIDATE WHO THREW NOTHING.     *
012870*****************************************************************
012880 3600-FINE-CANDIDATE.
012890     IF WS-NSH-THREW (WS-NSH-SUB)
012900         GO TO 3600-EXIT
012910     END-IF.
012920     MOVE WS-NSH-LEAGUE-ID (WS-NSH-SUB) TO WS-KEY-LEAGUE-ID.
012930     PERFORM 4800-FIND-SCHEDULE THRU 4800-EXIT.
012940     MOVE WS-NSH-PLAYER-ID (WS-NSH-SUB) TO WS-NEW-PLAYER-ID.
012950     MOVE WS-NSH-DATE (WS-NSH-SUB)      TO WS-NEW-POST-DATE.
012960     MOVE "F"                           TO WS-NEW-ENTRY-TYPE.
012970     MOVE WS-NSH-MATCH-ID (WS-NSH-SUB)  TO WS-NEW-REFERENCE.
012980     MOVE WS-NSH-LEAGUE-ID (WS-NSH-SUB) TO WS-NEW-LEAGUE-ID.
012990     MOVE WS-FSC-NO-SHOW-FINE (WS-FSC-SUB) TO WS-NEW-AMOUNT.
013000     PERFORM 4900-POST-CHARGE THRU 4900-EXIT.
013010 3600-EXIT.
013020     EXIT.

013030*****************************************************************
013040* 3800-RAISE-SUBS - THE RUN MONTH'S SUBS FOR ONE ACTIVE ROSTER  *
013050*     PLAYER, DATED THE FIRST OF THE MONTH UNDER THE CCYYMM.    *
013060*****************************************************************
013070 3800-RAISE-SUBS.
013080     IF NOT WS-ROSTER-PLAYER-ACTIVE (WS-ROSTER-SUB)
013090         GO TO 3800-EXIT
013100     END-IF.
013110     MOVE WS-ROSTER-LEAGUE-ID (WS-ROSTER-SUB) TO WS-KEY-LEAGUE-ID.
013120     PERFORM 4800-FIND-SCHEDULE THRU 4800-EXIT.
013130     IF NOT WS-FSC-FOUND
013140         GO TO 3800-EXIT
013150     END-IF.
013160     MOVE WS-ROSTER-PLAYER-ID (WS-ROSTER-SUB) TO WS-NEW-PLAYER-ID.
013170     MOVE WS-SUBS-DATE                    TO WS-NEW-POST-DATE.
013180     MOVE "S"                             TO WS-NEW-ENTRY-TYPE.
013190     MOVE WS-SUBS-REFERENCE               TO WS-NEW-REFERENCE.
013200     MOVE WS-KEY-LEAGUE-ID                TO WS-NEW-LEAGUE-ID.
013210     MOVE WS-FSC-MONTHLY-SUBS (WS-FSC-SUB) TO WS-NEW-AMOUNT.
013220     PERFORM 4900-POST-CHARGE THRU 4900-EXIT.
013230 3800-EXIT.
013240     EXIT.

013250*****************************************************************
013260* 4000-SORT-LEDGER - PUT THE LEDGER BACK INTO PLAYER AND POSTING*
013270*     DATE ORDER.  LAST RUN'S ROWS ARE ALREADY IN ORDER, SO A   *
013280*     STRAIGHT INSERTION ONLY MOVES THIS RUN'S POSTINGS, AND    *
013290*     ROWS OF THE SAME PLAYER AND DATE KEEP THEIR ORDER.        *
013300*****************************************************************
013310 4000-SORT-LEDGER.
013320     IF WS-FLG-COUNT < 2
013330         GO TO 4000-EXIT
013340     END-IF.
013350     PERFORM 4100-INSERT-ROW THRU 4100-EXIT
013360         VARYING WS-FLG-SUB FROM 2 BY 1
013370         UNTIL WS-FLG-SUB > WS-FLG-COUNT.
013380 4000-EXIT.
013390     EXIT.

013400*****************************************************************
013410* 4100-INSERT-ROW - LIFT ROW WS-FLG-SUB OUT AND SLIDE THE ROWS  *
013420*     WITH A HIGHER KEY UP ONE UNTIL ITS PLACE IS FOUND.        *
013430*****************************************************************
013440 4100-INSERT-ROW.
013450     IF WS-FLG-KEY (WS-FLG-SUB - 1) NOT > WS-FLG-KEY (WS-FLG-SUB)
013460         GO TO 4100-EXIT
013470     END-IF.
013480     MOVE WS-FLG-ENTRY (WS-FLG-SUB) TO WS-FLG-WORK-ENTRY.
013490     MOVE WS-FLG-SUB TO WS-FLG-SUB-2.
013500     MOVE "N" TO WS-INSERT-SWITCH.
013510     PERFORM 4110-SLIDE-ROW THRU 4110-EXIT
013520         UNTIL WS-INSERT-PLACE-FOUND.
013530     MOVE WS-FLG-WORK-ENTRY TO WS-FLG-ENTRY (WS-FLG-SUB-2).
013540 4100-EXIT.
013550     EXIT.

013560 4110-SLIDE-ROW.
013570     IF WS-FLG-SUB-2 = 1
013580         SET WS-INSERT-PLACE-FOUND TO TRUE
013590         GO TO 4110-EXIT
013600     END-IF.
013610     IF WS-FLG-KEY (WS-FLG-SUB-2 - 1) NOT > WS-FLG-WORK-KEY
013620         SET WS-INSERT-PLACE-FOUND TO TRUE
013630         GO TO 4110-EXIT
013640     END-IF.
013650     MOVE WS-FLG-ENTRY (WS-FLG-SUB-2 - 1) TO
013660         WS-FLG-ENTRY (WS-FLG-SUB-2).
013670     SUBTRACT 1 FROM WS-FLG-SUB-2.
013680 4110-EXIT.
013690     EXIT.

013691*****************************************************************
013692* 4500-CARRY-FORWARD - THE SEASON CLOSE.  THE LEDGER IS IN      *
013693*     PLAYER ORDER, SO EACH PLAYER'S ROWS ARE TOTALLED AND      *
013694*     REPLACED IN PLACE BY ONE OPENING-BALANCE ROW, DATED AND   *
013695*     REFERENCED BY THE RUN DATE, UNDER THE LEAGUE OF THEIR     *
013696*     LATEST ROW.  A PLAYER WHOSE ROWS COME TO NOTHING CARRIES   *
013697*     NO ROW.                                                   *
013698*****************************************************************
013699 4500-CARRY-FORWARD.
013700     MOVE SPACES TO WS-SECTION-LINE.
013701     WRITE FEE-RPT-RECORD FROM WS-SECTION-LINE.
013702     MOVE "SEASON CLOSE - OPENING BALANCES CARRIED FORWARD" TO
013703         WS-SECTION-LINE.
013704     WRITE FEE-RPT-RECORD FROM WS-SECTION-LINE.
013705     WRITE FEE-RPT-RECORD FROM WS-CHARGE-HEADING.
013706     MOVE WS-FLG-COUNT TO WS-ROWS-CLOSED.
013707     MOVE ZERO TO WS-CFW-OUT-SUB.
013708     MOVE ZERO TO WS-CFW-BALANCE.
013709     MOVE SPACES TO WS-CFW-PLAYER-ID.
013710     PERFORM 4510-CLOSE-ROW THRU 4510-EXIT
013711         VARYING WS-FLG-SUB FROM 1 BY 1
013712         UNTIL WS-FLG-SUB > WS-FLG-COUNT.
013713     PERFORM 4520-CARRY-PLAYER THRU 4520-EXIT.
013714     MOVE WS-CFW-OUT-SUB TO WS-FLG-COUNT.
013715 4500-EXIT.
013716     EXIT.

013717*****************************************************************
013718* 4510-CLOSE-ROW - ADD ONE ROW TO ITS PLAYER'S TOTAL, CARRYING  *
013719*     THE PLAYER BEFORE FORWARD WHEN THE PLAYER CHANGES.  THE   *
013720*     NEW ROW NEVER OVERTAKES THE ONE BEING READ.               *
013721*****************************************************************
013722 4510-CLOSE-ROW.
013723     IF WS-FLG-PLAYER-ID (WS-FLG-SUB) NOT = WS-CFW-PLAYER-ID
013724         PERFORM 4520-CARRY-PLAYER THRU 4520-EXIT
013725         MOVE WS-FLG-PLAYER-ID (WS-FLG-SUB) TO WS-CFW-PLAYER-ID
013726         MOVE ZERO TO WS-CFW-BALANCE
013727     END-IF.
013728     ADD WS-FLG-AMOUNT (WS-FLG-SUB) TO WS-CFW-BALANCE.
013729     MOVE WS-FLG-LEAGUE-ID (WS-FLG-SUB) TO WS-CFW-LEAGUE-ID.
013730 4510-EXIT.
013731     EXIT.

013732*****************************************************************
013733* 4520-CARRY-PLAYER - THE OPENING-BALANCE ROW OF THE PLAYER IN  *
013734*     HAND, LISTED ON THE POSTINGS REPORT.                      *
013735*****************************************************************
013736 4520-CARRY-PLAYER.
013737     IF WS-CFW-PLAYER-ID = SPACES
013738        OR WS-CFW-BALANCE = ZERO
013739         GO TO 4520-EXIT
013740     END-IF.
013741     ADD 1 TO WS-CFW-OUT-SUB.
013742     MOVE WS-CFW-OUT-SUB TO WS-FLG-SUB-2.
013743     MOVE WS-CFW-PLAYER-ID TO WS-FLG-PLAYER-ID (WS-FLG-SUB-2).
013744     MOVE WS-RUN-DATE      TO WS-FLG-POST-DATE (WS-FLG-SUB-2).
013745     MOVE "O"              TO WS-FLG-ENTRY-TYPE (WS-FLG-SUB-2).
013746     MOVE WS-RUN-DATE      TO WS-FLG-REFERENCE (WS-FLG-SUB-2).
013747     MOVE WS-CFW-LEAGUE-ID TO WS-FLG-LEAGUE-ID (WS-FLG-SUB-2).
013748     MOVE WS-CFW-BALANCE   TO WS-FLG-AMOUNT (WS-FLG-SUB-2).
013749     MOVE WS-RUN-DATE      TO WS-FLG-RUN-DATE (WS-FLG-SUB-2).
013750     SET WS-FLG-NEW-POSTING (WS-FLG-SUB-2) TO TRUE.
013751     ADD 1 TO WS-OPENINGS-CARRIED.
013752     MOVE WS-RUN-DATE      TO CHG-POST-DATE.
013753     MOVE "OPENING BAL"    TO CHG-DESCRIPTION.
013754     MOVE WS-CFW-PLAYER-ID TO CHG-PLAYER-ID.
013755     MOVE WS-CFW-PLAYER-ID TO WS-KEY-PLAYER-ID.
013756     PERFORM 2700-FIND-PLAYER THRU 2700-EXIT.
013757     IF WS-PLAYER-ON-ROSTER
013758         MOVE WS-ROSTER-PLAYER-NAME (WS-PLAYER-SUB)
013759             TO CHG-PLAYER-NAME
013760     ELSE
013761         MOVE "(NOT ON ROSTER)" TO CHG-PLAYER-NAME
013762     END-IF.
013763     MOVE WS-CFW-LEAGUE-ID TO CHG-LEAGUE-ID.
013764     MOVE WS-RUN-DATE      TO CHG-REFERENCE.
013765     MOVE WS-CFW-BALANCE   TO CHG-AMOUNT.
013766     WRITE FEE-RPT-RECORD FROM WS-CHARGE-LINE.
013767 4520-EXIT.
013768     EXIT.

013769*****************************************************************
013770* 4800-FIND-SCHEDULE - THE FEE SCHEDULE ROW FOR                 *
013771*     WS-KEY-LEAGUE-ID.  WS-FSC-SUB POINTS AT THE ROW WHEN      *
013772*     FOUND.                                                    *
013773*****************************************************************
013774 4800-FIND-SCHEDULE.
013775     MOVE "N" TO WS-FSC-FOUND-SWITCH.
013776     IF WS-FSC-COUNT > ZERO
013780         PERFORM 4810-MATCH-SCHEDULE THRU 4810-EXIT
013790             VARYING WS-FSC-SUB FROM 1 BY 1
013800             UNTIL WS-FSC-FOUND
013810                OR WS-FSC-SUB > WS-FSC-COUNT
013820     END-IF.
013830     IF WS-FSC-FOUND
013840         SUBTRACT 1 FROM WS-FSC-SUB
013850     END-IF.
013860 4800-EXIT.
013870     EXIT.

013880 4810-MATCH-SCHEDULE.
013890     IF WS-FSC-LEAGUE-ID (WS-FSC-SUB) = WS-KEY-LEAGUE-ID
013900         SET WS-FSC-FOUND TO TRUE
013910     END-IF.
013920 4810-EXIT.
013930     EXIT.

013940*****************************************************************
013950* 4900-POST-CHARGE - RAISE THE CHARGE IN THE WS-NEW- FIELDS     *
013960*     UNLESS IT IS FOR NOTHING, FOR NO ONE, OR ALREADY ON THE   *
013970*     LEDGER (SEE 4920).                                        *
013973*     NOTHING DATED ON OR BEFORE THE LATEST SEASON CLOSE IS     *
013976*     RAISED - IT IS IN THE OPENING BALANCE.                    *
013980*****************************************************************
013990 4900-POST-CHARGE.
014000     IF WS-NEW-AMOUNT = ZERO
014010        OR WS-NEW-PLAYER-ID = SPACES
014020         GO TO 4900-EXIT
014030     END-IF.
014032     IF WS-NEW-POST-DATE NOT > WS-CLOSE-DATE
014034         GO TO 4900-EXIT
014036     END-IF.
014040     MOVE "N" TO WS-FLG-FOUND-SWITCH.
014050     IF WS-FLG-COUNT > ZERO
014060         PERFORM 4920-MATCH-CHARGE THRU 4920-EXIT
014070             VARYING WS-FLG-SUB FROM 1 BY 1
014080             UNTIL WS-FLG-FOUND
014090                OR WS-FLG-SUB > WS-FLG-COUNT
014100     END-IF.
014110     IF WS-FLG-FOUND
014120         GO TO 4900-EXIT
014130     END-IF.
014140     IF WS-FLG-COUNT >= 5000
014150         PERFORM 4950-LEDGER-FULL THRU 4950-EXIT
014160         GO TO 4900-EXIT
014170     END-IF.
014180     PERFORM 4910-ADD-POSTING THRU 4910-EXIT.
014190     EVALUATE WS-NEW-ENTRY-TYPE
014200         WHEN "M"
014210             ADD 1 TO WS-FEES-RAISED
014220             MOVE "MATCH FEE" TO CHG-DESCRIPTION
014230         WHEN "F"
014240             ADD 1 TO WS-FINES-RAISED
014250             MOVE "NO-SHOW FINE" TO CHG-DESCRIPTION
014260         WHEN OTHER
014270             ADD 1 TO WS-SUBS-RAISED
014280             MOVE "MONTHLY SUBS" TO CHG-DESCRIPTION
014290     END-EVALUATE.
014300     MOVE WS-NEW-POST-DATE TO CHG-POST-DATE.
014310     MOVE WS-NEW-PLAYER-ID TO CHG-PLAYER-ID.
014320     MOVE WS-NEW-PLAYER-ID TO WS-KEY-PLAYER-ID.
014330     PERFORM 2700-FIND-PLAYER THRU 2700-EXIT.
014340     IF WS-PLAYER-ON-ROSTER
014350         MOVE WS-ROSTER-PLAYER-NAME (WS-PLAYER-SUB)
014360             TO CHG-PLAYER-NAME
014370     ELSE
014380         MOVE "(NOT ON ROSTER)" TO CHG-PLAYER-NAME
014390     END-IF.
014400     MOVE WS-NEW-LEAGUE-ID TO CHG-LEAGUE-ID.
014410     MOVE WS-NEW-REFERENCE TO CHG-REFERENCE.
014420     MOVE WS-NEW-AMOUNT    TO CHG-AMOUNT.
014430     WRITE FEE-RPT-RECORD FROM WS-CHARGE-LINE.
014440 4900-EXIT.
014450     EXIT.

014460*****************************************************************
014470* 4910-ADD-POSTING - APPEND THE WS-NEW- FIELDS TO THE LEDGER    *
014480*     TABLE AS THIS RUN'S POSTING.  THE CALLER HAS CHECKED ROOM.*
014490*****************************************************************
014500 4910-ADD-POSTING.
014510     ADD 1 TO WS-FLG-COUNT.
014520     MOVE WS-FLG-COUNT TO WS-FLG-SUB.
014530     MOVE WS-NEW-PLAYER-ID  TO WS-FLG-PLAYER-ID (WS-FLG-SUB).
014540     MOVE WS-NEW-POST-DATE  TO WS-FLG-POST-DATE (WS-FLG-SUB).
014550     MOVE WS-NEW-ENTRY-TYPE TO WS-FLG-ENTRY-TYPE (WS-FLG-SUB).
014560     MOVE WS-NEW-REFERENCE  TO WS-FLG-REFERENCE (WS-FLG-SUB).
014570     MOVE WS-NEW-LEAGUE-ID  TO WS-FLG-LEAGUE-ID (WS-FLG-SUB).
014580     MOVE WS-NEW-AMOUNT     TO WS-FLG-AMOUNT (WS-FLG-SUB).
014590     MOVE WS-RUN-DATE       TO WS-FLG-RUN-DATE (WS-FLG-SUB).
014600     SET WS-FLG-NEW-POSTING (WS-FLG-SUB) TO TRUE.
014610 4910-EXIT.
014620     EXIT.

014630*****************************************************************
014640* 4920-MATCH-CHARGE - IS THE LEDGER ROW THE CHARGE IN THE       *
014650*     WS-NEW- FIELDS?  SAME PLAYER, TYPE AND REFERENCE; SUBS    *
014660*     ON THE SAME DATE, A FEE OR FINE ANY TIME THIS SEASON, AS  *
014670*     A POSTPONED FIXTURE IS POSTED ON ITS NEW DATE.            *
014680*****************************************************************
014690 4920-MATCH-CHARGE.
014700     IF WS-FLG-PLAYER-ID (WS-FLG-SUB) NOT = WS-NEW-PLAYER-ID
014710        OR WS-FLG-ENTRY-TYPE (WS-FLG-SUB) NOT = WS-NEW-ENTRY-TYPE
014720        OR WS-FLG-REFERENCE (WS-FLG-SUB) NOT = WS-NEW-REFERENCE
014730         GO TO 4920-EXIT
014740     END-IF.
014750     IF WS-NEW-ENTRY-TYPE = "M" OR "F"
014760         IF WS-FLG-POST-DATE (WS-FLG-SUB) NOT < WS-SEASON-START
014770             SET WS-FLG-FOUND TO TRUE
014780         END-IF
014790         GO TO 4920-EXIT
014800     END-IF.
014810     IF WS-FLG-POST-DATE (WS-FLG-SUB) = WS-NEW-POST-DATE
014820         SET WS-FLG-FOUND TO TRUE
014830     END-IF.
014840 4920-EXIT.
014850     EXIT.

014860*****************************************************************
014870* 4950-LEDGER-FULL - THE LEDGER TABLE IS FULL.  REPORTED ONCE;  *
014880*     THE RUN FAILS SO THE SHORT LEDGER IS NOT COPIED BACK.     *
014890*****************************************************************
014900 4950-LEDGER-FULL.
014910     IF WS-FLG-TABLE-FULL
014920         GO TO 4950-EXIT
014930     END-IF.
014940     SET WS-FLG-TABLE-FULL TO TRUE.
014950     DISPLAY "DARTSFEE: FEES LEDGER HAS MORE THAN 5000 ROWS".
014960     MOVE "LEDGER TABLE FULL - POSTINGS INCOMPLETE" TO
014970         WS-VERDICT-LINE.
014980     PERFORM 4960-RUN-ERROR THRU 4960-EXIT.
014990 4950-EXIT.
015000     EXIT.

015010*****************************************************************
015020* 4960-RUN-ERROR - COUNT AN ERROR AND PRINT ITS TEXT, ALREADY IN*
015030*     WS-VERDICT-LINE, ON THE POSTINGS REPORT.                  *
015040*****************************************************************
015050 4960-RUN-ERROR.
015060     ADD 1 TO WS-ERROR-COUNT.
015070     WRITE FEE-RPT-RECORD FROM WS-VERDICT-LINE.
015080 4960-EXIT.
015090     EXIT.

015100*****************************************************************
015110* 5000-BUILD-BALANCES - ONE BALANCE PER ROSTER PLAYER, AND PER  *
015120*     LEDGER PLAYER WHO HAS LEFT THE ROSTER, TOTALLED OFF THE   *
015130*     LEDGER.  THE LIMIT IS THE PLAYER'S LEAGUE'S; ZERO HOLDS NO*
015140*     ONE.  THEN PUT INTO TEAM AND PLAYER ORDER.                *
015150*****************************************************************
015160 5000-BUILD-BALANCES.
015170     PERFORM 5100-ADD-ROSTER-PLAYER THRU 5100-EXIT
015180         VARYING WS-ROSTER-SUB FROM 1 BY 1
015190         UNTIL WS-ROSTER-SUB > WS-ROSTER-COUNT.
015200     PERFORM 5200-TOTAL-LEDGER-ROW THRU 5200-EXIT
015210         VARYING WS-FLG-SUB FROM 1 BY 1
015220         UNTIL WS-FLG-SUB > WS-FLG-COUNT.
015230     PERFORM 5400-SET-LIMIT THRU 5400-EXIT
015240         VARYING WS-PBL-SUB FROM 1 BY 1
015250         UNTIL WS-PBL-SUB > WS-PBL-COUNT.
015260     MOVE "Y" TO WS-SWAP-SWITCH.
015270     PERFORM 5500-SORT-PASS THRU 5500-EXIT
015280         UNTIL NOT WS-SWAP-MADE.
015290 5000-EXIT.
015300     EXIT.

015310 5100-ADD-ROSTER-PLAYER.
015320     IF WS-PBL-COUNT >= 600
015330         GO TO 5100-EXIT
015340     END-IF.
015350     ADD 1 TO WS-PBL-COUNT.
015360     MOVE WS-PBL-COUNT TO WS-PBL-SUB.
015370     MOVE WS-ROSTER-TEAM-ID (WS-ROSTER-SUB) TO
015380         WS-PBL-TEAM-ID (WS-PBL-SUB).
015390     MOVE WS-ROSTER-PLAYER-ID (WS-ROSTER-SUB) TO
015400         WS-PBL-PLAYER-ID (WS-PBL-SUB).
015410     MOVE WS-ROSTER-PLAYER-NAME (WS-ROSTER-SUB) TO
015420         WS-PBL-PLAYER-NAME (WS-PBL-SUB).
015430     MOVE WS-ROSTER-LEAGUE-ID (WS-ROSTER-SUB) TO
015440         WS-PBL-LEAGUE-ID (WS-PBL-SUB).
015450     PERFORM 5150-CLEAR-BALANCE THRU 5150-EXIT.
015460 5100-EXIT.
015470     EXIT.

015480 5150-CLEAR-BALANCE.
015490     MOVE ZERO TO WS-PBL-BALANCE (WS-PBL-SUB)
015500                  WS-PBL-OPENING (WS-PBL-SUB)
015510                  WS-PBL-MONTH-CHARGES (WS-PBL-SUB)
015520                  WS-PBL-MONTH-CREDITS (WS-PBL-SUB)
015530                  WS-PBL-LIMIT (WS-PBL-SUB)
015540                  WS-PBL-ROWS (WS-PBL-SUB).
015550     MOVE "N" TO WS-PBL-OVER-SWITCH (WS-PBL-SUB).
015560 5150-EXIT.
015570     EXIT.

015580*****************************************************************
015590* 5200-TOTAL-LEDGER-ROW - ADD ONE LEDGER ROW TO ITS PLAYER'S    *
015600*     BALANCE: BEFORE THE STATEMENT MONTH IT IS BROUGHT FORWARD,*
015610*     IN THE MONTH IT IS A CHARGE OR A CREDIT ON THE STATEMENT. *
015615*     AN OPENING-BALANCE ROW IS ALWAYS BROUGHT FORWARD.         *
015620*****************************************************************
015630 5200-TOTAL-LEDGER-ROW.
015640     MOVE WS-FLG-PLAYER-ID (WS-FLG-SUB) TO WS-KEY-PLAYER-ID.
015650     PERFORM 5300-FIND-BALANCE THRU 5300-EXIT.
015660     IF NOT WS-PBL-FOUND
015670         IF WS-PBL-COUNT >= 600
015680             DISPLAY "DARTSFEE: MORE THAN 600 LEDGER PLAYERS"
015690             MOVE "BALANCE TABLE FULL - BALANCES INCOMPLETE" TO
015700                 WS-VERDICT-LINE
015710             PERFORM 4960-RUN-ERROR THRU 4960-EXIT
015720             GO TO 5200-EXIT
015730         END-IF
015740         ADD 1 TO WS-PBL-COUNT
015750         MOVE WS-PBL-COUNT TO WS-PBL-SUB
015760         MOVE SPACES TO WS-PBL-TEAM-ID (WS-PBL-SUB)
015770         MOVE WS-KEY-PLAYER-ID TO WS-PBL-PLAYER-ID (WS-PBL-SUB)
015780         MOVE "(NOT ON ROSTER)" TO WS-PBL-PLAYER-NAME (WS-PBL-SUB)
015790         MOVE WS-FLG-LEAGUE-ID (WS-FLG-SUB) TO
015800             WS-PBL-LEAGUE-ID (WS-PBL-SUB)
015810         PERFORM 5150-CLEAR-BALANCE THRU 5150-EXIT
015820     END-IF.
015830     ADD WS-FLG-AMOUNT (WS-FLG-SUB) TO
015840         WS-PBL-BALANCE (WS-PBL-SUB).
015850     IF WS-FLG-POST-DATE (WS-FLG-SUB) < WS-STMT-START
015855        OR WS-FLG-ENTRY-TYPE (WS-FLG-SUB) = "O"
015860         ADD WS-FLG-AMOUNT (WS-FLG-SUB) TO
015870             WS-PBL-OPENING (WS-PBL-SUB)
015880         GO TO 5200-EXIT
015890     END-IF.
015900     IF WS-FLG-POST-DATE (WS-FLG-SUB) > WS-STMT-END
015910         GO TO 5200-EXIT
015920     END-IF.
015930     ADD 1 TO WS-PBL-ROWS (WS-PBL-SUB).
015940     IF WS-FLG-AMOUNT (WS-FLG-SUB) > ZERO
015950         ADD WS-FLG-AMOUNT (WS-FLG-SUB) TO
015960             WS-PBL-MONTH-CHARGES (WS-PBL-SUB)
015970     ELSE
015980         SUBTRACT WS-FLG-AMOUNT (WS-FLG-SUB) FROM
015990             WS-PBL-MONTH-CREDITS (WS-PBL-SUB)
016000     END-IF.
016010 5200-EXIT.
016020     EXIT.

016030*****************************************************************
016040* 5300-FIND-BALANCE - THE BALANCE OF WS-KEY-PLAYER-ID.          *
016050*     WS-PBL-SUB POINTS AT IT WHEN FOUND.                       *
016060*****************************************************************
016070 5300-FIND-BALANCE.
016080     MOVE "N" TO WS-PBL-FOUND-SWITCH.
016090     IF WS-PBL-COUNT > ZERO
016100         PERFORM 5310-MATCH-BALANCE THRU 5310-EXIT
016110             VARYING WS-PBL-SUB FROM 1 BY 1
016120             UNTIL WS-PBL-FOUND
016130                OR WS-PBL-SUB > WS-PBL-COUNT
016140     END-IF.
016150     IF WS-PBL-FOUND
016160         SUBTRACT 1 FROM WS-PBL-SUB
016170     END-IF.
016180 5300-EXIT.
016190     EXIT.

016200 5310-MATCH-BALANCE.
016210     IF WS-PBL-PLAYER-ID (WS-PBL-SUB) = WS-KEY-PLAYER-ID
016220         SET WS-PBL-FOUND TO TRUE
016230     END-IF.
016240 5310-EXIT.
016250     EXIT.

016260 5400-SET-LIMIT.
016270     MOVE WS-PBL-LEAGUE-ID (WS-PBL-SUB) TO WS-KEY-LEAGUE-ID.
016280     PERFORM 4800-FIND-SCHEDULE THRU 4800-EXIT.
016290     IF NOT WS-FSC-FOUND
016300         GO TO 5400-EXIT
016310     END-IF.
016320     MOVE WS-FSC-ARREARS-LIMIT (WS-FSC-SUB) TO
016330         WS-PBL-LIMIT (WS-PBL-SUB).
016340     IF WS-PBL-LIMIT (WS-PBL-SUB) > ZERO
016350        AND WS-PBL-BALANCE (WS-PBL-SUB) >
016360            WS-PBL-LIMIT (WS-PBL-SUB)
016370         SET WS-PBL-OVER-LIMIT (WS-PBL-SUB) TO TRUE
016380         ADD 1 TO WS-OVER-LIMIT-COUNT
016390     END-IF.
016400 5400-EXIT.
016410     EXIT.

016420*****************************************************************
016430* 5500-SORT-PASS - ONE EXCHANGE PASS OVER THE BALANCES ON TEAM  *
016440*     AND PLAYER.                                               *
016450*****************************************************************
016460 5500-SORT-PASS.
016470     MOVE "N" TO WS-SWAP-SWITCH.
016480     IF WS-PBL-COUNT < 2
016490         GO TO 5500-EXIT
016500     END-IF.
016510     PERFORM 5510-COMPARE-PAIR THRU 5510-EXIT
016520         VARYING WS-PBL-SUB FROM 1 BY 1
016530         UNTIL WS-PBL-SUB >= WS-PBL-COUNT.
016540 5500-EXIT.
016550     EXIT.

016560 5510-COMPARE-PAIR.
016570     COMPUTE WS-PBL-SUB-2 = WS-PBL-SUB + 1.
016580     IF WS-PBL-KEY (WS-PBL-SUB) > WS-PBL-KEY (WS-PBL-SUB-2)
016590         MOVE WS-PBL-ENTRY (WS-PBL-SUB) TO WS-PBL-WORK-ENTRY
016600         MOVE WS-PBL-ENTRY (WS-PBL-SUB-2) TO
016610             WS-PBL-ENTRY (WS-PBL-SUB)
016620         MOVE WS-PBL-WORK-ENTRY TO WS-PBL-ENTRY (WS-PBL-SUB-2)
016630         SET WS-SWAP-MADE TO TRUE
016640     END-IF.
016650 5510-EXIT.
016660     EXIT.

016670*****************************************************************
016680* 6000-WRITE-LEDGER - THE WHOLE LEDGER, IN PLAYER AND DATE      *
016690*     ORDER, TO THE NEW LEDGER FILE.                            *
016700*****************************************************************
016710 6000-WRITE-LEDGER.
016720     OPEN OUTPUT LEDGER-OUT.
016730     PERFORM 6100-WRITE-LEDGER-ROW THRU 6100-EXIT
016740         VARYING WS-FLG-SUB FROM 1 BY 1
016750         UNTIL WS-FLG-SUB > WS-FLG-COUNT.
016760     CLOSE LEDGER-OUT.
016770 6000-EXIT.
016780     EXIT.

016790 6100-WRITE-LEDGER-ROW.
016800     MOVE WS-FLG-PLAYER-ID (WS-FLG-SUB)  TO FLG-PLAYER-ID.
016810     MOVE WS-FLG-POST-DATE (WS-FLG-SUB)  TO FLG-POST-DATE.
016820     MOVE WS-FLG-ENTRY-TYPE (WS-FLG-SUB) TO FLG-ENTRY-TYPE.
016830     MOVE WS-FLG-REFERENCE (WS-FLG-SUB)  TO FLG-REFERENCE.
016840     MOVE WS-FLG-LEAGUE-ID (WS-FLG-SUB)  TO FLG-LEAGUE-ID.
016850     MOVE WS-FLG-AMOUNT (WS-FLG-SUB)     TO FLG-AMOUNT.
016860     MOVE WS-FLG-RUN-DATE (WS-FLG-SUB)   TO FLG-RUN-DATE.
016870     WRITE LEDGER-OUT-RECORD FROM FEE-LEDGER-RECORD.
016880     ADD 1 TO WS-LEDGER-WRITTEN.
016890 6100-EXIT.
016900     EXIT.

016910*****************************************************************
016920* 6500-WRITE-BALANCES - ONE BALANCE RECORD PER PLAYER, FOR THE  *
016930*     FIXTURE EDIT'S ARREARS HOLD.                              *
016940*****************************************************************
016950 6500-WRITE-BALANCES.
016960     OPEN OUTPUT BAL-OUT.
016970     PERFORM 6600-WRITE-BALANCE-ROW THRU 6600-EXIT
016980         VARYING WS-PBL-SUB FROM 1 BY 1
016990         UNTIL WS-PBL-SUB > WS-PBL-COUNT.
017000     CLOSE BAL-OUT.
017010 6500-EXIT.
017020     EXIT.

017030 6600-WRITE-BALANCE-ROW.
017040     MOVE WS-PBL-PLAYER-ID (WS-PBL-SUB)   TO FBL-PLAYER-ID.
017050     MOVE WS-PBL-TEAM-ID (WS-PBL-SUB)     TO FBL-TEAM-ID.
017060     MOVE WS-PBL-LEAGUE-ID (WS-PBL-SUB)   TO FBL-LEAGUE-ID.
017070     MOVE WS-PBL-BALANCE (WS-PBL-SUB)     TO FBL-BALANCE.
017080     MOVE WS-PBL-LIMIT (WS-PBL-SUB)       TO FBL-ARREARS-LIMIT.
017090     MOVE WS-PBL-OVER-SWITCH (WS-PBL-SUB) TO FBL-OVER-LIMIT-FLAG.
017100     MOVE WS-RUN-DATE                     TO FBL-AS-OF-DATE.
017110     WRITE BAL-OUT-RECORD FROM FEE-BALANCE-RECORD.
017120 6600-EXIT.
017130     EXIT.

017140*****************************************************************
017150* 7000-PRINT-STATEMENTS - A STATEMENT FOR EVERY PLAYER WITH     *
017160*     POSTINGS IN THE MONTH OR A BALANCE: BROUGHT FORWARD, THE  *
017170*     MONTH'S ROWS IN DATE ORDER WITH THE RUNNING BALANCE, AND  *
017180*     CARRIED FORWARD.                                          *
017190*****************************************************************
017200 7000-PRINT-STATEMENTS.
017210     MOVE WS-STMT-MONTH TO STT-MONTH.
017220     MOVE WS-RUN-DATE   TO STT-RUN-DATE.
017230     WRITE FEE-STMT-RECORD FROM WS-STMT-TITLE.
017240     PERFORM 7100-PRINT-STATEMENT THRU 7100-EXIT
017250         VARYING WS-PBL-SUB FROM 1 BY 1
017260         UNTIL WS-PBL-SUB > WS-PBL-COUNT.
017270 7000-EXIT.
017280     EXIT.

017290 7100-PRINT-STATEMENT.
017300     IF WS-PBL-ROWS (WS-PBL-SUB) = ZERO
017310        AND WS-PBL-OPENING (WS-PBL-SUB) = ZERO
017320         GO TO 7100-EXIT
017330     END-IF.
017340     ADD 1 TO WS-STATEMENT-COUNT.
017350     WRITE FEE-STMT-RECORD FROM WS-BLANK-LINE.
017360     MOVE WS-PBL-PLAYER-ID (WS-PBL-SUB)   TO SPL-PLAYER-ID.
017370     MOVE WS-PBL-PLAYER-NAME (WS-PBL-SUB) TO SPL-PLAYER-NAME.
017380     IF WS-PBL-TEAM-ID (WS-PBL-SUB) = SPACES
017390         MOVE "(NONE)" TO SPL-TEAM-ID
017400     ELSE
017410         MOVE WS-PBL-TEAM-ID (WS-PBL-SUB) TO SPL-TEAM-ID
017420     END-IF.
017430     MOVE WS-PBL-LEAGUE-ID (WS-PBL-SUB)   TO SPL-LEAGUE-ID.
017440     WRITE FEE-STMT-RECORD FROM WS-STMT-PLAYER-LINE.
017450     WRITE FEE-STMT-RECORD FROM WS-STMT-HEADING.
017460     MOVE WS-PBL-OPENING (WS-PBL-SUB) TO WS-RUNNING-BALANCE.
017470     MOVE SPACES TO STL-POST-DATE STL-REFERENCE STL-CHARGE
017480                    STL-CREDIT STL-NOTE.
017490     MOVE "BALANCE BROUGHT FORWARD" TO STL-DESCRIPTION.
017500     MOVE WS-RUNNING-BALANCE TO STL-BALANCE.
017510     WRITE FEE-STMT-RECORD FROM WS-STMT-LINE.
017520     MOVE WS-PBL-PLAYER-ID (WS-PBL-SUB) TO WS-KEY-PLAYER-ID.
017530     PERFORM 7200-PRINT-STMT-ROW THRU 7200-EXIT
017540         VARYING WS-FLG-SUB FROM 1 BY 1
017550         UNTIL WS-FLG-SUB > WS-FLG-COUNT.
017560     MOVE WS-RUNNING-BALANCE TO WS-CLOSING-BALANCE.
017570     MOVE SPACES TO STL-POST-DATE STL-REFERENCE STL-CHARGE
017580                    STL-CREDIT STL-NOTE.
017590     MOVE "BALANCE CARRIED FORWARD" TO STL-DESCRIPTION.
017600     MOVE WS-CLOSING-BALANCE TO STL-BALANCE.
017610     IF WS-PBL-OVER-LIMIT (WS-PBL-SUB)
017620         MOVE "*** OVER ARREARS LIMIT - HELD OFF FIXTURES ***"
017630             TO STL-NOTE
017640     END-IF.
017650     WRITE FEE-STMT-RECORD FROM WS-STMT-LINE.
017660 7100-EXIT.
017670     EXIT.

017680*****************************************************************
017690* 7200-PRINT-STMT-ROW - ONE LEDGER ROW OF THE PLAYER IN THE     *
017700*     STATEMENT MONTH.  THE LEDGER IS IN PLAYER AND DATE ORDER, *
017710*     SO THE ROWS COME OUT IN DATE ORDER.                       *
017715*     AN OPENING-BALANCE ROW IS IN THE BROUGHT FORWARD LINE.    *
017720*****************************************************************
017730 7200-PRINT-STMT-ROW.
017740     IF WS-FLG-PLAYER-ID (WS-FLG-SUB) NOT = WS-KEY-PLAYER-ID
017750        OR WS-FLG-POST-DATE (WS-FLG-SUB) < WS-STMT-START
017760        OR WS-FLG-POST-DATE (WS-FLG-SUB) > WS-STMT-END
017765        OR WS-FLG-ENTRY-TYPE (WS-FLG-SUB) = "O"
017770         GO TO 7200-EXIT
017780     END-IF.
017790     MOVE SPACES TO STL-CHARGE STL-CREDIT STL-NOTE.
017800     MOVE WS-FLG-POST-DATE (WS-FLG-SUB) TO STL-POST-DATE.
017810     MOVE WS-FLG-REFERENCE (WS-FLG-SUB) TO STL-REFERENCE.
017820     EVALUATE WS-FLG-ENTRY-TYPE (WS-FLG-SUB)
017830         WHEN "M"
017840             MOVE "MATCH FEE" TO STL-DESCRIPTION
017850         WHEN "F"
017860             MOVE "NO-SHOW FINE" TO STL-DESCRIPTION
017870         WHEN "S"
017880             MOVE "MONTHLY SUBS" TO STL-DESCRIPTION
017890         WHEN "P"
017900             MOVE "PAYMENT RECEIVED" TO STL-DESCRIPTION
017910         WHEN "W"
017920             MOVE "WAIVED BY COMMITTEE" TO STL-DESCRIPTION
017930         WHEN OTHER
017940             MOVE "REFUND" TO STL-DESCRIPTION
017950     END-EVALUATE.
017960     ADD WS-FLG-AMOUNT (WS-FLG-SUB) TO WS-RUNNING-BALANCE.
017970     IF WS-FLG-AMOUNT (WS-FLG-SUB) > ZERO
017980         MOVE WS-FLG-AMOUNT (WS-FLG-SUB) TO WS-EDIT-AMOUNT
017990         MOVE WS-EDIT-AMOUNT TO STL-CHARGE
018000     ELSE
018010         MOVE WS-FLG-AMOUNT (WS-FLG-SUB) TO WS-EDIT-CREDIT
018020         MOVE WS-EDIT-CREDIT TO STL-CREDIT
018030     END-IF.
018040     MOVE WS-RUNNING-BALANCE TO STL-BALANCE.
018050     IF WS-FLG-NEW-POSTING (WS-FLG-SUB)
018060         MOVE "NEW THIS RUN" TO STL-NOTE
018070     END-IF.
018080     WRITE FEE-STMT-RECORD FROM WS-STMT-LINE.
018090 7200-EXIT.
018100     EXIT.

018110*****************************************************************
018120* 7500-PRINT-ARREARS - EVERY PLAYER WHO OWES, IN TEAM ORDER,    *
018130*     WITH A TOTAL PER TEAM AND FOR ALL TEAMS.  PLAYERS OFF THE *
018140*     ROSTER COME FIRST UNDER (NONE).                           *
018150*****************************************************************
018160 7500-PRINT-ARREARS.
018170     MOVE WS-RUN-DATE TO ATT-RUN-DATE.
018180     WRITE FEE-ARRS-RECORD FROM WS-ARRS-TITLE.
018190     WRITE FEE-ARRS-RECORD FROM WS-BLANK-LINE.
018200     WRITE FEE-ARRS-RECORD FROM WS-ARRS-HEADING.
018210     MOVE HIGH-VALUES TO WS-PREV-TEAM-ID.
018220     PERFORM 7600-PRINT-ARREARS-ROW THRU 7600-EXIT
018230         VARYING WS-PBL-SUB FROM 1 BY 1
018240         UNTIL WS-PBL-SUB > WS-PBL-COUNT.
018250     IF WS-PREV-TEAM-ID NOT = HIGH-VALUES
018260         PERFORM 7700-TEAM-TOTAL THRU 7700-EXIT
018270     END-IF.
018280     MOVE "ALL TEAMS"      TO ART-LABEL.
018290     MOVE WS-TOTAL-PLAYERS TO ART-PLAYERS.
018300     MOVE WS-TOTAL-OWED    TO ART-OWED.
018310     WRITE FEE-ARRS-RECORD FROM WS-ARRS-TOTAL-LINE.
018320 7500-EXIT.
018330     EXIT.

018340 7600-PRINT-ARREARS-ROW.
018350     IF WS-PBL-BALANCE (WS-PBL-SUB) NOT > ZERO
018360         GO TO 7600-EXIT
018370     END-IF.
018380     IF WS-PBL-TEAM-ID (WS-PBL-SUB) NOT = WS-PREV-TEAM-ID
018390         IF WS-PREV-TEAM-ID NOT = HIGH-VALUES
018400             PERFORM 7700-TEAM-TOTAL THRU 7700-EXIT
018410         END-IF
018420         MOVE WS-PBL-TEAM-ID (WS-PBL-SUB) TO WS-PREV-TEAM-ID
018430         MOVE ZERO TO WS-TEAM-PLAYERS WS-TEAM-OWED
018440     END-IF.
018450     ADD 1 TO WS-TEAM-PLAYERS WS-TOTAL-PLAYERS.
018460     ADD WS-PBL-BALANCE (WS-PBL-SUB) TO WS-TEAM-OWED
018470                                     WS-TOTAL-OWED.
018480     IF WS-PBL-TEAM-ID (WS-PBL-SUB) = SPACES
018490         MOVE "(NONE)" TO ARL-TEAM-ID
018500     ELSE
018510         MOVE WS-PBL-TEAM-ID (WS-PBL-SUB) TO ARL-TEAM-ID
018520     END-IF.
018530     MOVE WS-PBL-PLAYER-ID (WS-PBL-SUB)   TO ARL-PLAYER-ID.
018540     MOVE WS-PBL-PLAYER-NAME (WS-PBL-SUB) TO ARL-PLAYER-NAME.
018550     MOVE WS-PBL-LEAGUE-ID (WS-PBL-SUB)   TO ARL-LEAGUE-ID.
018560     MOVE WS-PBL-BALANCE (WS-PBL-SUB)     TO ARL-BALANCE.
018570     IF WS-PBL-LIMIT (WS-PBL-SUB) = ZERO
018580         MOVE "     NONE" TO ARL-LIMIT
018590     ELSE
018600         MOVE WS-PBL-LIMIT (WS-PBL-SUB) TO WS-EDIT-AMOUNT
018610         MOVE WS-EDIT-AMOUNT TO ARL-LIMIT
018620     END-IF.
018630     IF WS-PBL-OVER-LIMIT (WS-PBL-SUB)
018640         MOVE "OVER LIMIT - HOLD" TO ARL-NOTE
018650     ELSE
018660         MOVE SPACES TO ARL-NOTE
018670     END-IF.
018680     WRITE FEE-ARRS-RECORD FROM WS-ARRS-LINE.
018690 7600-EXIT.
018700     EXIT.

018710 7700-TEAM-TOTAL.
018720     MOVE "TEAM TOTAL"    TO ART-LABEL.
018730     MOVE WS-TEAM-PLAYERS TO ART-PLAYERS.
018740     MOVE WS-TEAM-OWED    TO ART-OWED.
018750     WRITE FEE-ARRS-RECORD FROM WS-ARRS-TOTAL-LINE.
018760     WRITE FEE-ARRS-RECORD FROM WS-BLANK-LINE.
018770 7700-EXIT.
018780     EXIT.

018790*****************************************************************
018800* 8000-WRITE-TOTALS - RUN COUNTS AND VERDICT.                   *
018810*****************************************************************
018820 8000-WRITE-TOTALS.
018830     WRITE FEE-RPT-RECORD FROM WS-BLANK-LINE.
018840     MOVE "PAYMENT CARDS READ"              TO TOT-LABEL.
018850     MOVE WS-CARDS-READ                    TO TOT-COUNT.
018860     WRITE FEE-RPT-RECORD FROM WS-TOTAL-LINE.
018870     MOVE "CARDS POSTED"                    TO TOT-LABEL.
018880     MOVE WS-CARDS-POSTED                  TO TOT-COUNT.
018890     WRITE FEE-RPT-RECORD FROM WS-TOTAL-LINE.
018900     MOVE "CARDS ALREADY ON THE LEDGER"     TO TOT-LABEL.
018910     MOVE WS-CARDS-ON-FILE                 TO TOT-COUNT.
018920     WRITE FEE-RPT-RECORD FROM WS-TOTAL-LINE.
018930     MOVE "CARDS REJECTED"                  TO TOT-LABEL.
018940     MOVE WS-CARDS-REJECTED                TO TOT-COUNT.
018950     WRITE FEE-RPT-RECORD FROM WS-TOTAL-LINE.
018952     MOVE "CARDS DATED BEFORE THE SEASON CLOSE" TO TOT-LABEL.
018954     MOVE WS-CARDS-BEFORE-CLOSE            TO TOT-COUNT.
018956     WRITE FEE-RPT-RECORD FROM WS-TOTAL-LINE.
018960     MOVE "MATCH FEES RAISED"               TO TOT-LABEL.
018970     MOVE WS-FEES-RAISED                   TO TOT-COUNT.
018980     WRITE FEE-RPT-RECORD FROM WS-TOTAL-LINE.
018990     MOVE "NO-SHOW FINES RAISED"            TO TOT-LABEL.
019000     MOVE WS-FINES-RAISED                  TO TOT-COUNT.
019010     WRITE FEE-RPT-RECORD FROM WS-TOTAL-LINE.
019020     MOVE "MONTHLY SUBS RAISED"             TO TOT-LABEL.
019030     MOVE WS-SUBS-RAISED                   TO TOT-COUNT.
019040     WRITE FEE-RPT-RECORD FROM WS-TOTAL-LINE.
019050     MOVE "MATCHES WITH NO FIXTURE"         TO TOT-LABEL.
019060     MOVE WS-NO-FIXTURE-COUNT              TO TOT-COUNT.
019070     WRITE FEE-RPT-RECORD FROM WS-TOTAL-LINE.
019080     MOVE "LEDGER ROWS WRITTEN"             TO TOT-LABEL.
019090     MOVE WS-LEDGER-WRITTEN                TO TOT-COUNT.
019100     WRITE FEE-RPT-RECORD FROM WS-TOTAL-LINE.
019110     MOVE "STATEMENTS PRINTED"              TO TOT-LABEL.
019120     MOVE WS-STATEMENT-COUNT               TO TOT-COUNT.
019130     WRITE FEE-RPT-RECORD FROM WS-TOTAL-LINE.
019140     MOVE "PLAYERS OVER ARREARS LIMIT"      TO TOT-LABEL.
019150     MOVE WS-OVER-LIMIT-COUNT              TO TOT-COUNT.
019160     WRITE FEE-RPT-RECORD FROM WS-TOTAL-LINE.
019161     IF WS-SEASON-CLOSE
019162         MOVE "LEDGER ROWS CLOSED"              TO TOT-LABEL
019163         MOVE WS-ROWS-CLOSED                   TO TOT-COUNT
019164         WRITE FEE-RPT-RECORD FROM WS-TOTAL-LINE
019165         MOVE "OPENING BALANCES CARRIED FORWARD" TO TOT-LABEL
019166         MOVE WS-OPENINGS-CARRIED              TO TOT-COUNT
019167         WRITE FEE-RPT-RECORD FROM WS-TOTAL-LINE
019168     END-IF.
019170     MOVE "ERRORS FOUND"                    TO TOT-LABEL.
019180     MOVE WS-ERROR-COUNT                   TO TOT-COUNT.
019190     WRITE FEE-RPT-RECORD FROM WS-TOTAL-LINE.
019200     WRITE FEE-RPT-RECORD FROM WS-BLANK-LINE.
019210     IF WS-ERROR-COUNT > ZERO
019220        OR WS-CARDS-REJECTED > ZERO
019230         MOVE "*** RUN REJECTED - OLD LEDGER STAYS IN FORCE ***"
019240             TO WS-VERDICT-LINE
019250     ELSE
019260         MOVE "FEES LEDGER CLEAN" TO WS-VERDICT-LINE
019270     END-IF.
019271     IF WS-SEASON-CLOSE
019272        AND WS-VERDICT-LINE = "FEES LEDGER CLEAN"
019273         MOVE "FEES LEDGER CLEAN - SEASON CLOSED" TO
019274             WS-VERDICT-LINE
019275     END-IF.
019280     WRITE FEE-RPT-RECORD FROM WS-VERDICT-LINE.
019290 8000-EXIT.
019300     EXIT.

019310*****************************************************************
019320* 9000-TERMINATE - CLOSE FILES.                                 *
019330*****************************************************************
019340 9000-TERMINATE.
019350     IF NOT WS-TRANS-NOT-FOUND
019360         CLOSE TRANS-IN
019370     END-IF.
019380     CLOSE FEE-RPT
019390     CLOSE FEE-STMT
019400     CLOSE FEE-ARRS.
019410 9000-EXIT.
019420     EXIT.
