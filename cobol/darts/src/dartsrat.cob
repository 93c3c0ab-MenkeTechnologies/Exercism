000010*****************************************************************
000020* PROGRAM-ID.  DARTSRAT.                                        *
000030* AUTHOR.      R. HALVORSEN, SCORING SYSTEMS GROUP.             *
000040* INSTALLATION. RIVERSIDE DARTS LEAGUE DATA PROCESSING.         *
000050* DATE-WRITTEN. 2026-10-15.                                     *
000060*                                                               *
000070* REMARKS.  WEEKLY PLAYER RATINGS AND HEAD-TO-HEAD RUN.  GIVES  *
000080*     EVERY PLAYER ONE RATING ACROSS ALL THE LEAGUES, SO A      *
000090*     STRONG PLAYER IN ONE DIVISION CAN BE SET AGAINST A        *
000100*     PLAYER IN ANOTHER.  READS THE SEASON-CUMULATIVE MATCH     *
000110*     RESULTS, KEEPING THE LAST ROW PER MATCH ID AS DARTSTEA    *
000120*     DOES, DATES EACH MATCH FROM ITS FIXTURE AND REPLAYS THE   *
000130*     COMPLETE RESULTS IN DATE ORDER FROM THE RATINGS CARRIED   *
000140*     INTO THE SEASON (SEE DRATMAST).  A NEWCOMER STARTS AT THE *
000150*     BASE RATING.  ON EACH RESULT THE HOME PLAYER'S EXPECTED   *
000160*     SCORE IS                                                  *
000170*         E = 1 / (1 + 10 ** ((AWAY - HOME RATING) / 400))      *
000180*     AND THE HOME PLAYER GAINS                                 *
000190*         K X MARGIN FACTOR X (RESULT - E)                      *
000200*     POINTS (RESULT 1 FOR A WIN, 0 FOR A DEFEAT), WHICH THE    *
000210*     AWAY PLAYER LOSES.  THE MARGIN FACTOR IS (LEGS MARGIN +   *
000220*     3) / 4, AT MOST 2: A ONE-LEG WIN COUNTS ONCE, A 3-0       *
000230*     WHITEWASH ONE AND A HALF TIMES.  A RATING GAP OF MORE     *
000240*     THAN 800 IS TAKEN AS 800.  THE SAME REPLAY BUILDS THE     *
000250*     HEAD-TO-HEAD RECORD OF EVERY PAIR WHO HAVE MET (SEE       *
000260*     DH2HMAST).  THE RATCTL CARD GIVES THE RUN TYPE - W        *
000270*     WEEKLY, C SEASON CLOSE (THE RATINGS AND HEAD-TO-HEAD      *
000280*     FIGURES ARE ROLLED INTO THE OPENING FIGURES FOR THE NEXT  *
000290*     SEASON) - THE RUN DATE, THE BASE RATING AND K; BLANKS     *
000300*     TAKE W, TODAY, 1500 AND 32.                               *
000310*     PRINTS THE CROSS-LEAGUE RATINGS LIST, THE WEEK'S          *
000320*     MOVEMENT (THE RESULTS SINCE THE LAST RUN AND EVERY        *
000330*     RATING THAT MOVED) AND A HEAD-TO-HEAD LOOKUP FOR EACH     *
000340*     H2HREQ CARD (TWO PLAYER IDS).  A BAD RUN TYPE OR A TABLE  *
000350*     OVERFLOW SETS RETURN CODE 8.                              *
000360*                                                               *
000370* MODIFICATION HISTORY.                                         *
000380*     2026-10-15  RH   ORIGINAL PROGRAM.                        *
000390*****************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. DARTSRAT.
000420 AUTHOR. R. HALVORSEN.
000430 DATE-WRITTEN. 2026-10-15.
000440 DATE-COMPILED. 2026-10-15.

000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT RAT-CTL      ASSIGN TO RATCTL
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-RAT-CTL-STATUS.
000510     SELECT MATCH-IN     ASSIGN TO MATCHIN
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-MATCH-IN-STATUS.
000540     SELECT FIXTURE-IN   ASSIGN TO FIXTURES
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-FIXTURE-IN-STATUS.
000570     SELECT ROSTER-IN    ASSIGN TO ROSTER
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-ROSTER-IN-STATUS.
000600     SELECT RAT-PRIOR    ASSIGN TO RATPRIOR
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-RAT-PRIOR-STATUS.
000630     SELECT H2H-PRIOR    ASSIGN TO H2HPRIOR
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-H2H-PRIOR-STATUS.
000660     SELECT H2H-REQ      ASSIGN TO H2HREQ
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-H2H-REQ-STATUS.
000690     SELECT RAT-OUT      ASSIGN TO RATOUT
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-RAT-OUT-STATUS.
000720     SELECT H2H-OUT      ASSIGN TO H2HOUT
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-H2H-OUT-STATUS.
000750     SELECT RAT-LIST     ASSIGN TO RATLIST
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-RAT-LIST-STATUS.
000780     SELECT RAT-MOVE     ASSIGN TO RATMOVE
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-RAT-MOVE-STATUS.
000810     SELECT H2H-RPT      ASSIGN TO H2HRPT
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-H2H-RPT-STATUS.

000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  RAT-CTL
000870     RECORDING MODE IS F.
000880 01  RAT-CTL-RECORD.
000890     05  RCT-RUN-TYPE            PIC X(01).
000900     05  RCT-RUN-DATE            PIC 9(08).
000910     05  RCT-BASE-RATING         PIC 9(04).
000920     05  RCT-K-FACTOR            PIC 9(02).

000930 FD  MATCH-IN
000940     RECORDING MODE IS F.
000950 01  MATCH-IN-RECORD             PIC X(56).

000960 FD  FIXTURE-IN
000970     RECORDING MODE IS F.
000980 01  FIXTURE-IN-RECORD           PIC X(42).

000990 FD  ROSTER-IN
001000     RECORDING MODE IS F.
001010 01  ROSTER-IN-RECORD            PIC X(43).

001020 FD  RAT-PRIOR
001030     RECORDING MODE IS F.
001040 01  RAT-PRIOR-RECORD            PIC X(56).

001050 FD  H2H-PRIOR
001060     RECORDING MODE IS F.
001070 01  H2H-PRIOR-RECORD            PIC X(82).

001080 FD  H2H-REQ
001090     RECORDING MODE IS F.
001100 01  H2H-REQ-RECORD.
001110     05  HRQ-PLAYER-1            PIC X(10).
001120     05  HRQ-PLAYER-2            PIC X(10).

001130 FD  RAT-OUT
001140     RECORDING MODE IS F.
001150 01  RAT-OUT-RECORD              PIC X(56).

001160 FD  H2H-OUT
001170     RECORDING MODE IS F.
001180 01  H2H-OUT-RECORD              PIC X(82).

001190 FD  RAT-LIST
001200     RECORDING MODE IS F.
001210 01  RAT-LIST-RECORD             PIC X(132).

001220 FD  RAT-MOVE
001230     RECORDING MODE IS F.
001240 01  RAT-MOVE-RECORD             PIC X(132).

001250 FD  H2H-RPT
001260     RECORDING MODE IS F.
001270 01  H2H-RPT-RECORD              PIC X(132).

001280 WORKING-STORAGE SECTION.
001290 01  WS-RAT-CTL-STATUS           PIC XX.
001300     88  WS-RAT-CTL-OK                    VALUE "00".
001310     88  WS-RAT-CTL-NOT-FOUND             VALUE "35".
001320 01  WS-MATCH-IN-STATUS          PIC XX.
001330     88  WS-MATCH-IN-OK                   VALUE "00".
001340     88  WS-MATCH-IN-EOF                  VALUE "10".
001350     88  WS-MATCH-IN-NOT-FOUND            VALUE "35".
001360 01  WS-FIXTURE-IN-STATUS        PIC XX.
001370     88  WS-FIXTURE-IN-OK                 VALUE "00".
001380     88  WS-FIXTURE-IN-EOF                VALUE "10".
001390     88  WS-FIXTURE-IN-NOT-FOUND          VALUE "35".
001400 01  WS-ROSTER-IN-STATUS         PIC XX.
001410     88  WS-ROSTER-IN-OK                  VALUE "00".
001420     88  WS-ROSTER-IN-EOF                 VALUE "10".
001430     88  WS-ROSTER-NOT-FOUND              VALUE "35".
001440 01  WS-RAT-PRIOR-STATUS         PIC XX.
001450     88  WS-RAT-PRIOR-OK                  VALUE "00".
001460     88  WS-RAT-PRIOR-EOF                 VALUE "10".
001470     88  WS-RAT-PRIOR-NOT-FOUND           VALUE "35".
001480 01  WS-H2H-PRIOR-STATUS         PIC XX.
001490     88  WS-H2H-PRIOR-OK                  VALUE "00".
001500     88  WS-H2H-PRIOR-EOF                 VALUE "10".
001510     88  WS-H2H-PRIOR-NOT-FOUND           VALUE "35".
001520 01  WS-H2H-REQ-STATUS           PIC XX.
001530     88  WS-H2H-REQ-OK                    VALUE "00".
001540     88  WS-H2H-REQ-EOF                   VALUE "10".
001550     88  WS-H2H-REQ-NOT-FOUND             VALUE "35".
001560 01  WS-RAT-OUT-STATUS           PIC XX.
001570     88  WS-RAT-OUT-OK                    VALUE "00".
001580 01  WS-H2H-OUT-STATUS           PIC XX.
001590     88  WS-H2H-OUT-OK                    VALUE "00".
001600 01  WS-RAT-LIST-STATUS          PIC XX.
001610     88  WS-RAT-LIST-OK                   VALUE "00".
001620 01  WS-RAT-MOVE-STATUS          PIC XX.
001630     88  WS-RAT-MOVE-OK                   VALUE "00".
001640 01  WS-H2H-RPT-STATUS           PIC XX.
001650     88  WS-H2H-RPT-OK                    VALUE "00".

001660*****************************************************************
001670* RUN CONTROL OFF THE RATCTL CARD.                              *
001680*****************************************************************
001690 01  WS-RUN-TYPE                 PIC X(01) VALUE "W".
001700     88  WS-WEEKLY-RUN                   VALUE "W".
001710     88  WS-CLOSE-RUN                    VALUE "C".
001720 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001730 01  WS-BASE-RATING              PIC 9(04) VALUE 1500.
001740 01  WS-K-FACTOR                 PIC 9(02) VALUE 32.
001750 01  WS-PRIOR-RUN-DATE           PIC 9(08) VALUE ZERO.
001760 01  WS-ERROR-COUNT              PIC 9(05) COMP VALUE ZERO.

001770*****************************************************************
001780* THE SEASON'S MATCH RESULTS, LAST ROW PER MATCH ID, EACH WITH  *
001790* ITS FIXTURE DATE; SORTED INTO DATE ORDER BEFORE THE REPLAY.   *
001800*****************************************************************
001810 01  WS-RES-COUNT                PIC 9(04) COMP VALUE ZERO.
001820 01  WS-RES-TABLE.
001830     05  WS-RES-ENTRY OCCURS 1 TO 1000 TIMES
001840                      DEPENDING ON WS-RES-COUNT.
001850         10  WS-RES-DATE             PIC 9(08).
001860         10  WS-RES-MATCH-ID         PIC X(08).
001870         10  WS-RES-LEAGUE-ID        PIC X(04).
001880         10  WS-RES-HOME-PLAYER-ID   PIC X(10).
001890         10  WS-RES-AWAY-PLAYER-ID   PIC X(10).
001900         10  WS-RES-HOME-LEGS        PIC 9(02).
001910         10  WS-RES-AWAY-LEGS        PIC 9(02).
001920         10  WS-RES-WINNER-ID        PIC X(10).
001930         10  WS-RES-STATUS           PIC X(10).
001940             88  WS-RES-COMPLETE             VALUE "COMPLETE".
001950 01  WS-RES-WORK-ENTRY           PIC X(64).
001960 01  WS-RES-SUB                  PIC 9(04) COMP VALUE ZERO.
001970 01  WS-RES-SUB-2                PIC 9(04) COMP VALUE ZERO.
001980 01  WS-RES-FOUND-SWITCH         PIC X(01) VALUE "N".
001990     88  WS-RES-FOUND                    VALUE "Y".
002000 01  WS-MATCH-EOF-SWITCH         PIC X(01) VALUE "N".
002010     88  WS-NO-MORE-MATCHES              VALUE "Y".
002020 01  WS-FIXTURE-EOF-SWITCH       PIC X(01) VALUE "N".
002030     88  WS-NO-MORE-FIXTURES             VALUE "Y".
002040 01  WS-REQ-EOF-SWITCH           PIC X(01) VALUE "N".
002050     88  WS-NO-MORE-REQUESTS             VALUE "Y".

002060*****************************************************************
002070* RATING WORK FIELDS FOR ONE RESULT.                            *
002080*****************************************************************
002090 01  WS-KEY-PLAYER-ID            PIC X(10) VALUE SPACES.
002100 01  WS-KEY-LEAGUE-ID            PIC X(04) VALUE SPACES.
002110 01  WS-HOME-SUB                 PIC 9(04) COMP VALUE ZERO.
002120 01  WS-AWAY-SUB                 PIC 9(04) COMP VALUE ZERO.
002130 01  WS-RAT-SUB                  PIC 9(04) COMP VALUE ZERO.
002140 01  WS-RAT-SUB-2                PIC 9(04) COMP VALUE ZERO.
002150 01  WS-RAT-WORK-ENTRY           PIC X(55).
002160 01  WS-HOME-BEFORE              PIC 9(04) VALUE ZERO.
002170 01  WS-AWAY-BEFORE              PIC 9(04) VALUE ZERO.
002180 01  WS-RATING-GAP               PIC S9(05)V99 VALUE ZERO.
002190 01  WS-POWER                    PIC 9(05)V9(06) VALUE ZERO.
002200 01  WS-EXPECTED                 PIC 9(01)V9(06) VALUE ZERO.
002210 01  WS-RESULT-SCORE             PIC 9(01) VALUE ZERO.
002220 01  WS-LEGS-MARGIN              PIC S9(03) VALUE ZERO.
002230 01  WS-MARGIN-FACTOR            PIC 9(01)V99 VALUE ZERO.
002240 01  WS-RATING-CHANGE            PIC S9(04)V99 VALUE ZERO.
002250 01  WS-POINTS-TO-WINNER         PIC 9(04)V99 VALUE ZERO.
002260 01  WS-ROUNDED-RATING           PIC 9(04) VALUE ZERO.
002270 01  WS-RATING-MOVE              PIC S9(04) VALUE ZERO.
002280 01  WS-PLAYER-NAME              PIC X(20) VALUE SPACES.
002290 01  WS-PLAYER-TEAM              PIC X(08) VALUE SPACES.
002300 01  WS-PLAYER-FOUND-SWITCH      PIC X(01) VALUE "N".
002310     88  WS-PLAYER-FOUND                 VALUE "Y".

002320*****************************************************************
002330* HEAD-TO-HEAD WORK FIELDS - THE PAIR KEY (LOWER ID FIRST) AND  *
002340* THE RESULT FROM PLAYER A'S SIDE.                              *
002350*****************************************************************
002360 01  WS-PAIR-A                   PIC X(10) VALUE SPACES.
002370 01  WS-PAIR-B                   PIC X(10) VALUE SPACES.
002380 01  WS-PAIR-A-LEGS              PIC 9(02) VALUE ZERO.
002390 01  WS-PAIR-B-LEGS              PIC 9(02) VALUE ZERO.
002400 01  WS-PAIR-FOUND-SWITCH        PIC X(01) VALUE "N".
002410     88  WS-PAIR-FOUND                   VALUE "Y".
002420 01  WS-REQ-SWAPPED-SWITCH       PIC X(01) VALUE "N".
002430     88  WS-REQ-SWAPPED                  VALUE "Y".

002440 01  WS-RESULTS-READ             PIC 9(05) COMP VALUE ZERO.
002450 01  WS-APPLIED-COUNT            PIC 9(05) COMP VALUE ZERO.
002460 01  WS-WEEK-COUNT               PIC 9(05) COMP VALUE ZERO.
002470 01  WS-NOT-COMPLETE-COUNT       PIC 9(05) COMP VALUE ZERO.
002480 01  WS-NO-FIXTURE-COUNT         PIC 9(05) COMP VALUE ZERO.
002490 01  WS-NEW-PLAYER-COUNT         PIC 9(05) COMP VALUE ZERO.
002500 01  WS-MOVED-COUNT              PIC 9(05) COMP VALUE ZERO.
002510 01  WS-LISTED-COUNT             PIC 9(05) COMP VALUE ZERO.
002520 01  WS-RANK                     PIC 9(04) COMP VALUE ZERO.
002530 01  WS-REQUEST-COUNT            PIC 9(05) COMP VALUE ZERO.

002540 COPY DFIXTURE.
002550 COPY DROSTER.
002560 COPY DRATMAST.
002570 COPY DH2HMAST.

002580 01  WS-LIST-TITLE.
002590     05  FILLER                  PIC X(45)
002600         VALUE "DARTSRAT  CROSS-LEAGUE PLAYER RATINGS AS AT ".
002610     05  LTT-RUN-DATE            PIC 9(08).

002620 01  WS-LIST-HEADING.
002630     05  FILLER                  PIC X(06) VALUE "RANK".
002640     05  FILLER                  PIC X(11) VALUE "PLAYER".
002650     05  FILLER                  PIC X(21) VALUE "PLAYER NAME".
002660     05  FILLER                  PIC X(05) VALUE "LEAG".
002670     05  FILLER                  PIC X(09) VALUE "TEAM".
002680     05  FILLER                  PIC X(08) VALUE "RATING".
002690     05  FILLER                  PIC X(08) VALUE "MATCHES".
002700     05  FILLER                  PIC X(11) VALUE "SEASON W-L".
002710     05  FILLER                  PIC X(04) VALUE "WEEK".

002720 01  WS-LIST-LINE.
002730     05  LST-RANK                PIC ZZZ9.
002740     05  FILLER                  PIC X(02) VALUE SPACES.
002750     05  LST-PLAYER-ID           PIC X(10).
002760     05  FILLER                  PIC X(01) VALUE SPACES.
002770     05  LST-PLAYER-NAME         PIC X(20).
002780     05  FILLER                  PIC X(01) VALUE SPACES.
002790     05  LST-LEAGUE-ID           PIC X(04).
002800     05  FILLER                  PIC X(01) VALUE SPACES.
002810     05  LST-TEAM-ID             PIC X(08).
002820     05  FILLER                  PIC X(02) VALUE SPACES.
002830     05  LST-RATING              PIC ZZZ9.
002840     05  FILLER                  PIC X(04) VALUE SPACES.
002850     05  LST-MATCHES             PIC ZZZ9.
002860     05  FILLER                  PIC X(04) VALUE SPACES.
002870     05  LST-WON                 PIC ZZ9.
002880     05  FILLER                  PIC X(01) VALUE "-".
002890     05  LST-LOST                PIC ZZ9.
002900     05  FILLER                  PIC X(03) VALUE SPACES.
002910     05  LST-MOVE                PIC X(04).

002920 01  WS-MOVE-TITLE.
002930     05  FILLER                  PIC X(45)
002940         VALUE "DARTSRAT  RATINGS MOVEMENT - RESULTS AFTER ".
002950     05  MTT-PRIOR-DATE          PIC 9(08).
002960     05  FILLER                  PIC X(04) VALUE " TO ".
002970     05  MTT-RUN-DATE            PIC 9(08).
002980     05  FILLER                  PIC X(03) VALUE SPACES.
002990     05  MTT-RUN-TYPE            PIC X(20).

003000 01  WS-RESULT-HEADING.
003010     05  FILLER                  PIC X(09) VALUE "DATE".
003020     05  FILLER                  PIC X(09) VALUE "MATCH".
003030     05  FILLER                  PIC X(05) VALUE "LEAG".
003040     05  FILLER                  PIC X(11) VALUE "HOME".
003050     05  FILLER                  PIC X(11) VALUE "AWAY".
003060     05  FILLER                  PIC X(06) VALUE "LEGS".
003070     05  FILLER                  PIC X(11) VALUE "WINNER".
003080     05  FILLER                  PIC X(06) VALUE "HOME".
003090     05  FILLER                  PIC X(06) VALUE "AWAY".
003100     05  FILLER                  PIC X(09) VALUE "POINTS".

003110 01  WS-RESULT-LINE.
003120     05  RSL-DATE                PIC 9(08).
003130     05  FILLER                  PIC X(01) VALUE SPACES.
003140     05  RSL-MATCH-ID            PIC X(08).
003150     05  FILLER                  PIC X(01) VALUE SPACES.
003160     05  RSL-LEAGUE-ID           PIC X(04).
003170     05  FILLER                  PIC X(01) VALUE SPACES.
003180     05  RSL-HOME-PLAYER-ID      PIC X(10).
003190     05  FILLER                  PIC X(01) VALUE SPACES.
003200     05  RSL-AWAY-PLAYER-ID      PIC X(10).
003210     05  FILLER                  PIC X(01) VALUE SPACES.
003220     05  RSL-HOME-LEGS           PIC Z9.
003230     05  FILLER                  PIC X(01) VALUE "-".
003240     05  RSL-AWAY-LEGS           PIC Z9.
003250     05  FILLER                  PIC X(01) VALUE SPACES.
003260     05  RSL-WINNER-ID           PIC X(10).
003270     05  FILLER                  PIC X(01) VALUE SPACES.
003280     05  RSL-HOME-BEFORE         PIC ZZZ9.
003290     05  FILLER                  PIC X(02) VALUE SPACES.
003300     05  RSL-AWAY-BEFORE         PIC ZZZ9.
003310     05  FILLER                  PIC X(02) VALUE SPACES.
003320     05  RSL-POINTS              PIC ZZ9.99.

003330 01  WS-PLAYER-HEADING.
003340     05  FILLER                  PIC X(11) VALUE "PLAYER".
003350     05  FILLER                  PIC X(21) VALUE "PLAYER NAME".
003360     05  FILLER                  PIC X(05) VALUE "LEAG".
003370     05  FILLER                  PIC X(06) VALUE "WAS".
003380     05  FILLER                  PIC X(06) VALUE "NOW".
003390     05  FILLER                  PIC X(06) VALUE "MOVE".
003400     05  FILLER                  PIC X(08) VALUE "PLAYED".
003410     05  FILLER                  PIC X(04) VALUE "NOTE".

003420 01  WS-PLAYER-LINE.
003430     05  PLY-PLAYER-ID           PIC X(10).
003440     05  FILLER                  PIC X(01) VALUE SPACES.
003450     05  PLY-PLAYER-NAME         PIC X(20).
003460     05  FILLER                  PIC X(01) VALUE SPACES.
003470     05  PLY-LEAGUE-ID           PIC X(04).
003480     05  FILLER                  PIC X(01) VALUE SPACES.
003490     05  PLY-WAS                 PIC ZZZ9.
003500     05  FILLER                  PIC X(02) VALUE SPACES.
003510     05  PLY-NOW                 PIC ZZZ9.
003520     05  FILLER                  PIC X(02) VALUE SPACES.
003530     05  PLY-MOVE                PIC X(04).
003540     05  FILLER                  PIC X(02) VALUE SPACES.
003550     05  PLY-WEEK-MATCHES        PIC ZZ9.
003560     05  FILLER                  PIC X(05) VALUE SPACES.
003570     05  PLY-NOTE                PIC X(20).

003580 01  WS-EDIT-MOVE                PIC +++9.

003590 01  WS-SECTION-LINE             PIC X(60).

003600 01  WS-H2H-TITLE.
003610     05  FILLER                  PIC X(36)
003620         VALUE "DARTSRAT  HEAD-TO-HEAD LOOKUP AS AT ".
003630     05  HTT-RUN-DATE            PIC 9(08).

003640 01  WS-H2H-SIDE-LINE.
003650     05  HSD-PLAYER-ID           PIC X(10).
003660     05  FILLER                  PIC X(01) VALUE SPACES.
003670     05  HSD-PLAYER-NAME         PIC X(20).
003680     05  FILLER                  PIC X(09) VALUE "  LEAGUE ".
003690     05  HSD-LEAGUE-ID           PIC X(04).
003700     05  FILLER                  PIC X(09) VALUE "  RATING ".
003710     05  HSD-RATING              PIC X(07).
003720     05  FILLER                  PIC X(07) VALUE "  WON  ".
003730     05  HSD-WON                 PIC ZZZ9.
003740     05  FILLER                  PIC X(08) VALUE "  LEGS  ".
003750     05  HSD-LEGS                PIC ZZZZ9.
003760     05  FILLER                  PIC X(16)
003770         VALUE "  EXPECTED SCORE".
003780     05  HSD-EXPECTED            PIC ZZ9.9.
003790     05  FILLER                  PIC X(01) VALUE "%".

003800 01  WS-H2H-PAIR-LINE.
003810     05  FILLER                  PIC X(15)
003820         VALUE "MATCHES PLAYED ".
003830     05  HPR-PLAYED              PIC ZZZ9.
003840     05  FILLER                  PIC X(12) VALUE "   LAST MET ".
003850     05  HPR-LAST-DATE           PIC 9(08).
003860     05  FILLER                  PIC X(09) VALUE "  WON BY ".
003870     05  HPR-LAST-WINNER-ID      PIC X(10).

003880 01  WS-RATING-EDIT              PIC ZZZ9.
003890 01  WS-EXPECTED-PCT             PIC 9(03)V9 VALUE ZERO.

003900 01  WS-TOTAL-LINE.
003910     05  TOT-LABEL               PIC X(36).
003920     05  TOT-COUNT               PIC ZZZZ9.

003930 01  WS-VERDICT-LINE             PIC X(60).
003940 01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

003950 PROCEDURE DIVISION.

003960*****************************************************************
003970* 0000-MAINLINE.                                                *
003980*****************************************************************
003990 0000-MAINLINE.
004000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004010     PERFORM 2000-APPLY-RESULT THRU 2000-EXIT
004020         VARYING WS-RES-SUB FROM 1 BY 1
004030         UNTIL WS-RES-SUB > WS-RES-COUNT.
004040     PERFORM 3000-SET-LEAGUES THRU 3000-EXIT
004050         VARYING WS-RAT-SUB FROM 1 BY 1
004060         UNTIL WS-RAT-SUB > WS-RAT-COUNT.
004070     PERFORM 4000-SORT-RATINGS THRU 4000-EXIT.
004080     PERFORM 5000-PRINT-RATINGS-LIST THRU 5000-EXIT.
004090     PERFORM 5500-PRINT-MOVEMENT THRU 5500-EXIT.
004100     PERFORM 6000-WRITE-MASTERS THRU 6000-EXIT.
004110     PERFORM 7000-HEAD-TO-HEAD-LOOKUPS THRU 7000-EXIT.
004120     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
004130     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004140     IF WS-ERROR-COUNT > ZERO
004150         MOVE 8 TO RETURN-CODE
004160     END-IF.
004170     GOBACK.

004180*****************************************************************
004190* 1000-INITIALIZE - READ THE RUN CARD, OPEN THE OUTPUTS, LOAD   *
004200*     THE ROSTER, LAST RUN'S MASTERS AND THE SEASON'S RESULTS,  *
004210*     DATE THE RESULTS FROM THE FIXTURES AND PUT THEM IN DATE   *
004220*     ORDER.                                                    *
004230*****************************************************************
004240 1000-INITIALIZE.
004250     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004260     OPEN OUTPUT RAT-OUT.
004270     OPEN OUTPUT H2H-OUT.
004280     OPEN OUTPUT RAT-LIST.
004290     OPEN OUTPUT RAT-MOVE.
004300     OPEN OUTPUT H2H-RPT.
004310     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
004320     PERFORM 1200-LOAD-ROSTER THRU 1200-EXIT.
004330     PERFORM 1300-LOAD-PRIOR-RATINGS THRU 1300-EXIT.
004340     PERFORM 1400-LOAD-PRIOR-H2H THRU 1400-EXIT.
004350     PERFORM 1500-LOAD-RESULTS THRU 1500-EXIT.
004360     PERFORM 1600-DATE-RESULTS THRU 1600-EXIT.
004370     PERFORM 1700-SORT-RESULTS THRU 1700-EXIT.
004380     MOVE WS-RUN-DATE TO LTT-RUN-DATE.
004390     WRITE RAT-LIST-RECORD FROM WS-LIST-TITLE.
004400     WRITE RAT-LIST-RECORD FROM WS-BLANK-LINE.
004410     WRITE RAT-LIST-RECORD FROM WS-LIST-HEADING.
004420     MOVE WS-PRIOR-RUN-DATE TO MTT-PRIOR-DATE.
004430     MOVE WS-RUN-DATE       TO MTT-RUN-DATE.
004440     IF WS-CLOSE-RUN
004450         MOVE "SEASON CLOSE RUN" TO MTT-RUN-TYPE
004460     ELSE
004470         MOVE "WEEKLY RUN" TO MTT-RUN-TYPE
004480     END-IF.
004490     WRITE RAT-MOVE-RECORD FROM WS-MOVE-TITLE.
004500     WRITE RAT-MOVE-RECORD FROM WS-BLANK-LINE.
004510     MOVE "RESULTS APPLIED SINCE THE LAST RUN" TO WS-SECTION-LINE.
004520     WRITE RAT-MOVE-RECORD FROM WS-SECTION-LINE.
004530     WRITE RAT-MOVE-RECORD FROM WS-RESULT-HEADING.
004540     MOVE WS-RUN-DATE TO HTT-RUN-DATE.
004550     WRITE H2H-RPT-RECORD FROM WS-H2H-TITLE.
004560 1000-EXIT.
004570     EXIT.

004580*****************************************************************
004590* 1100-READ-CONTROL - THE RATCTL CARD.  A MISSING CARD, OR A    *
004600*     BLANK FIELD, TAKES THE DEFAULT; A RUN TYPE OTHER THAN W   *
004610*     OR C IS AN ERROR, AND THE RUN GOES ON AS A WEEKLY RUN SO  *
004620*     THE REPORTS CAN BE CHECKED.                               *
004630*****************************************************************
004640 1100-READ-CONTROL.
004650     OPEN INPUT RAT-CTL.
004660     IF WS-RAT-CTL-NOT-FOUND
004670         GO TO 1100-EXIT
004680     END-IF.
004690     READ RAT-CTL
004700         AT END GO TO 1100-CLOSE
004710     END-READ.
004720     IF RCT-RUN-TYPE = "W" OR "C"
004730         MOVE RCT-RUN-TYPE TO WS-RUN-TYPE
004740     ELSE
004750         IF RCT-RUN-TYPE NOT = SPACE
004760             ADD 1 TO WS-ERROR-COUNT
004770             MOVE "RATCTL RUN TYPE IS NOT W OR C" TO
004780                 WS-VERDICT-LINE
004790             WRITE RAT-MOVE-RECORD FROM WS-VERDICT-LINE
004800         END-IF
004810     END-IF.
004820     IF RCT-RUN-DATE IS NUMERIC
004830        AND RCT-RUN-DATE > ZERO
004840         MOVE RCT-RUN-DATE TO WS-RUN-DATE
004850     END-IF.
004860     IF RCT-BASE-RATING IS NUMERIC
004870        AND RCT-BASE-RATING > ZERO
004880         MOVE RCT-BASE-RATING TO WS-BASE-RATING
004890     END-IF.
004900     IF RCT-K-FACTOR IS NUMERIC
004910        AND RCT-K-FACTOR > ZERO
004920         MOVE RCT-K-FACTOR TO WS-K-FACTOR
004930     END-IF.
004940 1100-CLOSE.
004950     CLOSE RAT-CTL.
004960 1100-EXIT.
004970     EXIT.

004980*****************************************************************
004990* 1200-LOAD-ROSTER - READ THE PLAYER ROSTER MASTER ONCE PER     *
005000*     RUN FOR NAMES, TEAMS AND LEAGUES.                         *
005010*****************************************************************
005020 1200-LOAD-ROSTER.
005030     OPEN INPUT ROSTER-IN.
005040     IF WS-ROSTER-NOT-FOUND
005050         CONTINUE
005060     ELSE
005070         PERFORM 1210-READ-ROSTER-ROW THRU 1210-EXIT
005080             UNTIL WS-ROSTER-IN-EOF
005090         CLOSE ROSTER-IN
005100     END-IF.
005110 1200-EXIT.
005120     EXIT.

005130*****************************************************************
005140* 1210-READ-ROSTER-ROW - READ ONE ROSTER RECORD INTO THE NEXT   *
005150*     TABLE ENTRY.                                              *
005160*****************************************************************
005170 1210-READ-ROSTER-ROW.
005180     READ ROSTER-IN INTO ROSTER-RECORD
005190         AT END SET WS-ROSTER-IN-EOF TO TRUE
005200     END-READ.
005210     IF WS-ROSTER-IN-OK
005220         IF WS-ROSTER-COUNT >= 500
005230             DISPLAY "DARTSRAT: ROSTER HAS MORE THAN 500 ROWS "
005240                 "- ROWS BEYOND THE 500TH ARE IGNORED"
005250             SET WS-ROSTER-IN-EOF TO TRUE
005260         ELSE
005270             ADD 1 TO WS-ROSTER-COUNT
005280             SET WS-ROSTER-IDX TO WS-ROSTER-COUNT
005290             MOVE ROS-PLAYER-ID   TO
005300                 WS-ROSTER-PLAYER-ID (WS-ROSTER-IDX)
005310             MOVE ROS-PLAYER-NAME TO
005320                 WS-ROSTER-PLAYER-NAME (WS-ROSTER-IDX)
005330             MOVE ROS-TEAM-ID     TO
005340                 WS-ROSTER-TEAM-ID (WS-ROSTER-IDX)
005350             MOVE ROS-LEAGUE-ID   TO
005360                 WS-ROSTER-LEAGUE-ID (WS-ROSTER-IDX)
005370             MOVE ROS-STATUS      TO
005380                 WS-ROSTER-STATUS (WS-ROSTER-IDX)
005390         END-IF
005400     END-IF.
005410 1210-EXIT.
005420     EXIT.

005430*****************************************************************
005440* 1300-LOAD-PRIOR-RATINGS - LAST RUN'S RATING MASTER.  EACH     *
005450*     PLAYER RESTARTS FROM THE OPENING FIGURES, AND THE RATING  *
005460*     ON THE MASTER BECOMES THE PRIOR RATING THE WEEK'S         *
005470*     MOVEMENT IS MEASURED FROM.  NO MASTER (THE FIRST RUN)     *
005480*     STARTS EVERYONE AFRESH.                                   *
005490*****************************************************************
005500 1300-LOAD-PRIOR-RATINGS.
005510     OPEN INPUT RAT-PRIOR.
005520     IF WS-RAT-PRIOR-NOT-FOUND
005530         CONTINUE
005540     ELSE
005550         PERFORM 1310-READ-PRIOR-RATING THRU 1310-EXIT
005560             UNTIL WS-RAT-PRIOR-EOF
005570         CLOSE RAT-PRIOR
005580     END-IF.
005590 1300-EXIT.
005600     EXIT.

005610*****************************************************************
005620* 1310-READ-PRIOR-RATING - ONE MASTER ROW INTO THE NEXT ENTRY.  *
005630*****************************************************************
005640 1310-READ-PRIOR-RATING.
005650     READ RAT-PRIOR INTO RATING-RECORD
005660         AT END
005670             SET WS-RAT-PRIOR-EOF TO TRUE
005680             GO TO 1310-EXIT
005690     END-READ.
005700     IF WS-RAT-COUNT >= 500
005710         DISPLAY "DARTSRAT: RATING MASTER HAS MORE THAN 500 ROWS"
005720         ADD 1 TO WS-ERROR-COUNT
005730         MOVE "RATING TABLE FULL LOADING LAST RUN'S MASTER" TO
005740             WS-VERDICT-LINE
005750         WRITE RAT-MOVE-RECORD FROM WS-VERDICT-LINE
005760         SET WS-RAT-PRIOR-EOF TO TRUE
005770         GO TO 1310-EXIT
005780     END-IF.
005790     ADD 1 TO WS-RAT-COUNT.
005800     MOVE WS-RAT-COUNT TO WS-RAT-SUB.
005810     MOVE RAT-PLAYER-ID       TO WS-RAT-PLAYER-ID (WS-RAT-SUB).
005820     MOVE RAT-LEAGUE-ID       TO WS-RAT-LEAGUE-ID (WS-RAT-SUB).
005830     MOVE RAT-OPENING-RATING  TO WS-RAT-RATING (WS-RAT-SUB).
005840     MOVE RAT-OPENING-RATING  TO
005850         WS-RAT-OPENING-RATING (WS-RAT-SUB).
005860     MOVE RAT-RATING          TO WS-RAT-PRIOR-RATING (WS-RAT-SUB).
005870     MOVE RAT-OPENING-MATCHES TO WS-RAT-MATCHES (WS-RAT-SUB).
005880     MOVE RAT-OPENING-MATCHES TO
005890         WS-RAT-OPENING-MATCHES (WS-RAT-SUB).
005900     MOVE ZERO TO WS-RAT-SEASON-WON (WS-RAT-SUB).
005910     MOVE ZERO TO WS-RAT-SEASON-LOST (WS-RAT-SUB).
005920     MOVE ZERO TO WS-RAT-WEEK-MATCHES (WS-RAT-SUB).
005930     MOVE RAT-LAST-MATCH-DATE TO
005940         WS-RAT-LAST-MATCH-DATE (WS-RAT-SUB).
005950     MOVE "N" TO WS-RAT-NEW-SWITCH (WS-RAT-SUB).
005960     IF RAT-RUN-DATE > WS-PRIOR-RUN-DATE
005970         MOVE RAT-RUN-DATE TO WS-PRIOR-RUN-DATE
005980     END-IF.
005990 1310-EXIT.
006000     EXIT.

006010*****************************************************************
006020* 1400-LOAD-PRIOR-H2H - LAST RUN'S HEAD-TO-HEAD MASTER; EACH    *
006030*     PAIR RESTARTS FROM ITS OPENING FIGURES.                   *
006040*****************************************************************
006050 1400-LOAD-PRIOR-H2H.
006060     OPEN INPUT H2H-PRIOR.
006070     IF WS-H2H-PRIOR-NOT-FOUND
006080         CONTINUE
006090     ELSE
006100         PERFORM 1410-READ-PRIOR-PAIR THRU 1410-EXIT
006110             UNTIL WS-H2H-PRIOR-EOF
006120         CLOSE H2H-PRIOR
006130     END-IF.
006140 1400-EXIT.
006150     EXIT.

006160*****************************************************************
006170* 1410-READ-PRIOR-PAIR - ONE HEAD-TO-HEAD ROW INTO THE TABLE.   *
006180*****************************************************************
006190 1410-READ-PRIOR-PAIR.
006200     READ H2H-PRIOR INTO HEAD-TO-HEAD-RECORD
006210         AT END
006220             SET WS-H2H-PRIOR-EOF TO TRUE
006230             GO TO 1410-EXIT
006240     END-READ.
006250     IF WS-H2H-COUNT >= 2000
006260         DISPLAY "DARTSRAT: HEAD-TO-HEAD MASTER HAS MORE THAN "
006270             "2000 ROWS"
006280         ADD 1 TO WS-ERROR-COUNT
006290         MOVE "HEAD-TO-HEAD TABLE FULL LOADING LAST RUN'S MASTER"
006300             TO WS-VERDICT-LINE
006310         WRITE RAT-MOVE-RECORD FROM WS-VERDICT-LINE
006320         SET WS-H2H-PRIOR-EOF TO TRUE
006330         GO TO 1410-EXIT
006340     END-IF.
006350     ADD 1 TO WS-H2H-COUNT.
006360     SET WS-H2H-IDX TO WS-H2H-COUNT.
006370     MOVE H2H-PLAYER-A TO WS-H2H-PLAYER-A (WS-H2H-IDX).
006380     MOVE H2H-PLAYER-B TO WS-H2H-PLAYER-B (WS-H2H-IDX).
006390     MOVE H2H-OPENING-PLAYED TO WS-H2H-PLAYED (WS-H2H-IDX)
006400         WS-H2H-OPENING-PLAYED (WS-H2H-IDX).
006410     MOVE H2H-OPENING-A-WON  TO WS-H2H-A-WON (WS-H2H-IDX)
006420         WS-H2H-OPENING-A-WON (WS-H2H-IDX).
006430     MOVE H2H-OPENING-B-WON  TO WS-H2H-B-WON (WS-H2H-IDX)
006440         WS-H2H-OPENING-B-WON (WS-H2H-IDX).
006450     MOVE H2H-OPENING-A-LEGS TO WS-H2H-A-LEGS (WS-H2H-IDX)
006460         WS-H2H-OPENING-A-LEGS (WS-H2H-IDX).
006470     MOVE H2H-OPENING-B-LEGS TO WS-H2H-B-LEGS (WS-H2H-IDX)
006480         WS-H2H-OPENING-B-LEGS (WS-H2H-IDX).
006490     MOVE H2H-LAST-DATE      TO WS-H2H-LAST-DATE (WS-H2H-IDX).
006500     MOVE H2H-LAST-WINNER-ID TO
006510         WS-H2H-LAST-WINNER-ID (WS-H2H-IDX).
006520 1410-EXIT.
006530     EXIT.

006540*****************************************************************
006550* 1500-LOAD-RESULTS - THE SEASON'S MATCH RESULTS.  THE FILE     *
006560*     CARRIES ONE ROW PER FIXTURE PER DARTSMAT RUN, APPEND-     *
006570*     ORDERED, SO A MATCH ID ALREADY IN THE TABLE IS            *
006580*     OVERWRITTEN IN PLACE, AS IN DARTSTEA.                     *
006590*****************************************************************
006600 1500-LOAD-RESULTS.
006610     OPEN INPUT MATCH-IN.
006620     IF WS-MATCH-IN-NOT-FOUND
006630         GO TO 1500-EXIT
006640     END-IF.
006650     PERFORM 1510-LOAD-MATCH-ROW THRU 1510-EXIT
006660         UNTIL WS-NO-MORE-MATCHES.
006670     CLOSE MATCH-IN.
006680 1500-EXIT.
006690     EXIT.

006700*****************************************************************
006710* 1510-LOAD-MATCH-ROW - ONE MATCH RESULT INTO THE TABLE.  THE   *
006720*     DATE IS FILLED IN FROM THE FIXTURES AFTERWARDS.           *
006730*****************************************************************
006740 1510-LOAD-MATCH-ROW.
006750     READ MATCH-IN INTO MATCH-RESULT-RECORD
006760         AT END
006770             SET WS-NO-MORE-MATCHES TO TRUE
006780             GO TO 1510-EXIT
006790     END-READ.
006800     ADD 1 TO WS-RESULTS-READ.
006810     PERFORM 1550-FIND-RESULT THRU 1550-EXIT.
006820     IF NOT WS-RES-FOUND
006830         IF WS-RES-COUNT >= 1000
006840             DISPLAY "DARTSRAT: MORE THAN 1000 MATCH RESULTS"
006850             ADD 1 TO WS-ERROR-COUNT
006860             MOVE "RESULT TABLE FULL - RATINGS INCOMPLETE" TO
006870                 WS-VERDICT-LINE
006880             WRITE RAT-MOVE-RECORD FROM WS-VERDICT-LINE
006890             SET WS-NO-MORE-MATCHES TO TRUE
006900             GO TO 1510-EXIT
006910         END-IF
006920         ADD 1 TO WS-RES-COUNT
006930         MOVE WS-RES-COUNT TO WS-RES-SUB
006940         MOVE MRS-MATCH-ID TO WS-RES-MATCH-ID (WS-RES-SUB)
006950         MOVE ZERO TO WS-RES-DATE (WS-RES-SUB)
006960     END-IF.
006970     MOVE MRS-LEAGUE-ID        TO WS-RES-LEAGUE-ID (WS-RES-SUB).
006980     MOVE MRS-HOME-PLAYER-ID   TO
006990         WS-RES-HOME-PLAYER-ID (WS-RES-SUB).
007000     MOVE MRS-AWAY-PLAYER-ID   TO
007010         WS-RES-AWAY-PLAYER-ID (WS-RES-SUB).
007020     MOVE MRS-HOME-LEGS-WON    TO WS-RES-HOME-LEGS (WS-RES-SUB).
007030     MOVE MRS-AWAY-LEGS-WON    TO WS-RES-AWAY-LEGS (WS-RES-SUB).
007040     MOVE MRS-WINNER-PLAYER-ID TO WS-RES-WINNER-ID (WS-RES-SUB).
007050     MOVE MRS-RESULT-STATUS    TO WS-RES-STATUS (WS-RES-SUB).
007060 1510-EXIT.
007070     EXIT.

007080*****************************************************************
007090* 1550-FIND-RESULT - IS THIS MATCH ID ALREADY IN THE TABLE?     *
007100*     KEY IN MRS-MATCH-ID.                                      *
007110*****************************************************************
007120 1550-FIND-RESULT.
007130     MOVE "N" TO WS-RES-FOUND-SWITCH.
007140     IF WS-RES-COUNT > ZERO
007150         PERFORM 1560-RESULT-PROBE THRU 1560-EXIT
007160             VARYING WS-RES-SUB FROM 1 BY 1
007170             UNTIL WS-RES-FOUND
007180                OR WS-RES-SUB > WS-RES-COUNT
007190     END-IF.
007200     IF WS-RES-FOUND
007210         SUBTRACT 1 FROM WS-RES-SUB
007220     END-IF.
007230 1550-EXIT.
007240     EXIT.

007250*****************************************************************
007260* 1560-RESULT-PROBE - ONE PROBE OF THE LOOKUP.                  *
007270*****************************************************************
007280 1560-RESULT-PROBE.
007290     IF WS-RES-MATCH-ID (WS-RES-SUB) = MRS-MATCH-ID
007300         SET WS-RES-FOUND TO TRUE
007310     END-IF.
007320 1560-EXIT.
007330     EXIT.

007340*****************************************************************
007350* 1600-DATE-RESULTS - READ THE FIXTURES AND GIVE EACH RESULT    *
007360*     ITS FIXTURE'S SCHEDULED DATE.  THE LAST FIXTURE ROW FOR A *
007370*     MATCH ID WINS.  A RESULT WITH NO FIXTURE KEEPS A ZERO     *
007380*     DATE AND IS LEFT OUT OF THE REPLAY.                       *
007390*****************************************************************
007400 1600-DATE-RESULTS.
007410     OPEN INPUT FIXTURE-IN.
007420     IF WS-FIXTURE-IN-NOT-FOUND
007430         GO TO 1600-EXIT
007440     END-IF.
007450     PERFORM 1610-READ-FIXTURE THRU 1610-EXIT
007460         UNTIL WS-NO-MORE-FIXTURES.
007470     CLOSE FIXTURE-IN.
007480 1600-EXIT.
007490     EXIT.

007500*****************************************************************
007510* 1610-READ-FIXTURE - DATE THE RESULT FOR ONE FIXTURE.          *
007520*****************************************************************
007530 1610-READ-FIXTURE.
007540     READ FIXTURE-IN INTO FIXTURE-RECORD
007550         AT END
007560             SET WS-NO-MORE-FIXTURES TO TRUE
007570             GO TO 1610-EXIT
007580     END-READ.
007590     MOVE FIX-MATCH-ID TO MRS-MATCH-ID.
007600     PERFORM 1550-FIND-RESULT THRU 1550-EXIT.
007610     IF WS-RES-FOUND
007620        AND FIX-SCHED-DATE IS NUMERIC
007630         MOVE FIX-SCHED-DATE TO WS-RES-DATE (WS-RES-SUB)
007640     END-IF.
007650 1610-EXIT.
007660     EXIT.

007670*****************************************************************
007680* 1700-SORT-RESULTS - EXCHANGE SORT OF THE RESULT TABLE INTO    *
007690*     DATE ORDER, MATCH ID WITHIN DATE.                         *
007700*****************************************************************
007710 1700-SORT-RESULTS.
007720     IF WS-RES-COUNT < 2
007730         GO TO 1700-EXIT
007740     END-IF.
007750     PERFORM 1710-SORT-PASS THRU 1710-EXIT
007760         VARYING WS-RES-SUB FROM 1 BY 1
007770         UNTIL WS-RES-SUB >= WS-RES-COUNT.
007780 1700-EXIT.
007790     EXIT.

007800*****************************************************************
007810* 1710-SORT-PASS - BRING THE EARLIEST REMAINING RESULT UP TO    *
007820*     POSITION WS-RES-SUB.                                      *
007830*****************************************************************
007840 1710-SORT-PASS.
007850     PERFORM 1720-SORT-COMPARE THRU 1720-EXIT
007860         VARYING WS-RES-SUB-2 FROM WS-RES-SUB BY 1
007870         UNTIL WS-RES-SUB-2 > WS-RES-COUNT.
007880 1710-EXIT.
007890     EXIT.

007900*****************************************************************
007910* 1720-SORT-COMPARE - SWAP WHEN THE LATER ENTRY SORTS FIRST.    *
007920*****************************************************************
007930 1720-SORT-COMPARE.
007940     IF WS-RES-DATE (WS-RES-SUB-2) < WS-RES-DATE (WS-RES-SUB)
007950        OR (WS-RES-DATE (WS-RES-SUB-2) = WS-RES-DATE (WS-RES-SUB)
007960            AND WS-RES-MATCH-ID (WS-RES-SUB-2)
007970                < WS-RES-MATCH-ID (WS-RES-SUB))
007980         MOVE WS-RES-ENTRY (WS-RES-SUB)   TO WS-RES-WORK-ENTRY
007990         MOVE WS-RES-ENTRY (WS-RES-SUB-2) TO
008000             WS-RES-ENTRY (WS-RES-SUB)
008010         MOVE WS-RES-WORK-ENTRY TO WS-RES-ENTRY (WS-RES-SUB-2)
008020     END-IF.
008030 1720-EXIT.
008040     EXIT.

008050*****************************************************************
008060* 2000-APPLY-RESULT - REPLAY ONE RESULT.  ONLY A COMPLETE       *
008070*     RESULT WITH A FIXTURE DATE MOVES THE RATINGS.             *
008080*****************************************************************
008090 2000-APPLY-RESULT.
008100     IF NOT WS-RES-COMPLETE (WS-RES-SUB)
008110         ADD 1 TO WS-NOT-COMPLETE-COUNT
008120         GO TO 2000-EXIT
008130     END-IF.
008140     IF WS-RES-DATE (WS-RES-SUB) = ZERO
008150         ADD 1 TO WS-NO-FIXTURE-COUNT
008160         GO TO 2000-EXIT
008170     END-IF.
008180     MOVE WS-RES-LEAGUE-ID (WS-RES-SUB) TO WS-KEY-LEAGUE-ID.
008190     MOVE WS-RES-HOME-PLAYER-ID (WS-RES-SUB) TO WS-KEY-PLAYER-ID.
008200     PERFORM 2100-FIND-RATING THRU 2100-EXIT.
008210     IF WS-RAT-SUB = ZERO
008220         GO TO 2000-EXIT
008230     END-IF.
008240     MOVE WS-RAT-SUB TO WS-HOME-SUB.
008250     MOVE WS-RES-AWAY-PLAYER-ID (WS-RES-SUB) TO WS-KEY-PLAYER-ID.
008260     PERFORM 2100-FIND-RATING THRU 2100-EXIT.
008270     IF WS-RAT-SUB = ZERO
008280         GO TO 2000-EXIT
008290     END-IF.
008300     MOVE WS-RAT-SUB TO WS-AWAY-SUB.
008310     ADD 1 TO WS-APPLIED-COUNT.
008320     PERFORM 2200-RATE-RESULT THRU 2200-EXIT.
008330     PERFORM 2300-BANK-PLAYERS THRU 2300-EXIT.
008340     PERFORM 2400-BANK-HEAD-TO-HEAD THRU 2400-EXIT.
008350     IF WS-RES-DATE (WS-RES-SUB) > WS-PRIOR-RUN-DATE
008360         PERFORM 2500-PRINT-RESULT THRU 2500-EXIT
008370     END-IF.
008380 2000-EXIT.
008390     EXIT.

008400*****************************************************************
008410* 2100-FIND-RATING - FIND THE PLAYER IN WS-KEY-PLAYER-ID, OR    *
008420*     ADD A NEWCOMER AT THE BASE RATING.  WS-RAT-SUB IS ZERO    *
008430*     WHEN THE TABLE IS FULL.                                   *
008440*****************************************************************
008450 2100-FIND-RATING.
008460     MOVE ZERO TO WS-RAT-SUB.
008470     IF WS-RAT-COUNT > ZERO
008480         SET WS-RAT-IDX TO 1
008490         SEARCH WS-RAT-ENTRY
008500             AT END
008510                 CONTINUE
008520             WHEN WS-RAT-PLAYER-ID (WS-RAT-IDX) = WS-KEY-PLAYER-ID
008530                 SET WS-RAT-SUB TO WS-RAT-IDX
008540         END-SEARCH
008550     END-IF.
008560     IF WS-RAT-SUB > ZERO
008570         GO TO 2100-EXIT
008580     END-IF.
008590     IF WS-RAT-COUNT >= 500
008600         DISPLAY "DARTSRAT: MORE THAN 500 RATED PLAYERS - "
008610             WS-KEY-PLAYER-ID " NOT RATED"
008620         ADD 1 TO WS-ERROR-COUNT
008630         MOVE "RATING TABLE FULL - RATINGS INCOMPLETE" TO
008640             WS-VERDICT-LINE
008650         WRITE RAT-MOVE-RECORD FROM WS-VERDICT-LINE
008660         GO TO 2100-EXIT
008670     END-IF.
008680     ADD 1 TO WS-RAT-COUNT.
008690     MOVE WS-RAT-COUNT TO WS-RAT-SUB.
008700     MOVE WS-KEY-PLAYER-ID TO WS-RAT-PLAYER-ID (WS-RAT-SUB).
008710     MOVE WS-KEY-LEAGUE-ID TO WS-RAT-LEAGUE-ID (WS-RAT-SUB).
008720     MOVE WS-BASE-RATING   TO WS-RAT-RATING (WS-RAT-SUB).
008730     MOVE WS-BASE-RATING   TO WS-RAT-OPENING-RATING (WS-RAT-SUB).
008740     MOVE WS-BASE-RATING   TO WS-RAT-PRIOR-RATING (WS-RAT-SUB).
008750     MOVE ZERO TO WS-RAT-MATCHES (WS-RAT-SUB).
008760     MOVE ZERO TO WS-RAT-OPENING-MATCHES (WS-RAT-SUB).
008770     MOVE ZERO TO WS-RAT-SEASON-WON (WS-RAT-SUB).
008780     MOVE ZERO TO WS-RAT-SEASON-LOST (WS-RAT-SUB).
008790     MOVE ZERO TO WS-RAT-WEEK-MATCHES (WS-RAT-SUB).
008800     MOVE ZERO TO WS-RAT-LAST-MATCH-DATE (WS-RAT-SUB).
008810     SET WS-RAT-NEW-PLAYER (WS-RAT-SUB) TO TRUE.
008820     ADD 1 TO WS-NEW-PLAYER-COUNT.
008830 2100-EXIT.
008840     EXIT.

008850*****************************************************************
008860* 2200-RATE-RESULT - THE HOME PLAYER'S EXPECTED SCORE FROM THE  *
008870*     RATING GAP, THE MARGIN FACTOR FROM THE LEGS, AND THE      *
008880*     POINTS THE HOME PLAYER GAINS (NEGATIVE WHEN LOST); THE    *
008890*     AWAY PLAYER MOVES BY THE SAME POINTS THE OTHER WAY.       *
008900*****************************************************************
008910 2200-RATE-RESULT.
008920     COMPUTE WS-HOME-BEFORE ROUNDED = WS-RAT-RATING (WS-HOME-SUB).
008930     COMPUTE WS-AWAY-BEFORE ROUNDED = WS-RAT-RATING (WS-AWAY-SUB).
008940     COMPUTE WS-RATING-GAP =
008950         WS-RAT-RATING (WS-AWAY-SUB)
008960         - WS-RAT-RATING (WS-HOME-SUB).
008970     IF WS-RATING-GAP > 800
008980         MOVE 800 TO WS-RATING-GAP
008990     END-IF.
009000     IF WS-RATING-GAP < -800
009010         MOVE -800 TO WS-RATING-GAP
009020     END-IF.
009030     COMPUTE WS-POWER ROUNDED = 10 ** (WS-RATING-GAP / 400).
009040     COMPUTE WS-EXPECTED ROUNDED = 1 / (1 + WS-POWER).
009050     IF WS-RES-WINNER-ID (WS-RES-SUB)
009060        = WS-RES-HOME-PLAYER-ID (WS-RES-SUB)
009070         MOVE 1 TO WS-RESULT-SCORE
009080         COMPUTE WS-LEGS-MARGIN = WS-RES-HOME-LEGS (WS-RES-SUB)
009090             - WS-RES-AWAY-LEGS (WS-RES-SUB)
009100     ELSE
009110         MOVE 0 TO WS-RESULT-SCORE
009120         COMPUTE WS-LEGS-MARGIN = WS-RES-AWAY-LEGS (WS-RES-SUB)
009130             - WS-RES-HOME-LEGS (WS-RES-SUB)
009140     END-IF.
009150     IF WS-LEGS-MARGIN < 1
009160         MOVE 1 TO WS-LEGS-MARGIN
009170     END-IF.
009180     IF WS-LEGS-MARGIN > 5
009190         MOVE 5 TO WS-LEGS-MARGIN
009200     END-IF.
009210     COMPUTE WS-MARGIN-FACTOR = (WS-LEGS-MARGIN + 3) / 4.
009220     COMPUTE WS-RATING-CHANGE ROUNDED = WS-K-FACTOR
009230         * WS-MARGIN-FACTOR * (WS-RESULT-SCORE - WS-EXPECTED).
009240     ADD WS-RATING-CHANGE TO WS-RAT-RATING (WS-HOME-SUB).
009250     SUBTRACT WS-RATING-CHANGE FROM WS-RAT-RATING (WS-AWAY-SUB).
009260     IF WS-RATING-CHANGE < ZERO
009270         COMPUTE WS-POINTS-TO-WINNER = ZERO - WS-RATING-CHANGE
009280     ELSE
009290         MOVE WS-RATING-CHANGE TO WS-POINTS-TO-WINNER
009300     END-IF.
009310 2200-EXIT.
009320     EXIT.

009330*****************************************************************
009340* 2300-BANK-PLAYERS - MATCHES, SEASON WON/LOST, THE WEEK'S      *
009350*     MATCHES AND THE LAST MATCH DATE FOR BOTH PLAYERS.         *
009360*****************************************************************
009370 2300-BANK-PLAYERS.
009380     ADD 1 TO WS-RAT-MATCHES (WS-HOME-SUB).
009390     ADD 1 TO WS-RAT-MATCHES (WS-AWAY-SUB).
009400     IF WS-RESULT-SCORE = 1
009410         ADD 1 TO WS-RAT-SEASON-WON (WS-HOME-SUB)
009420         ADD 1 TO WS-RAT-SEASON-LOST (WS-AWAY-SUB)
009430     ELSE
009440         ADD 1 TO WS-RAT-SEASON-LOST (WS-HOME-SUB)
009450         ADD 1 TO WS-RAT-SEASON-WON (WS-AWAY-SUB)
009460     END-IF.
009470     IF WS-RES-DATE (WS-RES-SUB) > WS-PRIOR-RUN-DATE
009480         ADD 1 TO WS-RAT-WEEK-MATCHES (WS-HOME-SUB)
009490         ADD 1 TO WS-RAT-WEEK-MATCHES (WS-AWAY-SUB)
009500     END-IF.
009510     MOVE WS-RES-DATE (WS-RES-SUB) TO
009520         WS-RAT-LAST-MATCH-DATE (WS-HOME-SUB).
009530     MOVE WS-RES-DATE (WS-RES-SUB) TO
009540         WS-RAT-LAST-MATCH-DATE (WS-AWAY-SUB).
009550     MOVE WS-RES-LEAGUE-ID (WS-RES-SUB) TO
009560         WS-RAT-LEAGUE-ID (WS-HOME-SUB).
009570     MOVE WS-RES-LEAGUE-ID (WS-RES-SUB) TO
009580         WS-RAT-LEAGUE-ID (WS-AWAY-SUB).
009590 2300-EXIT.
009600     EXIT.

009610*****************************************************************
009620* 2400-BANK-HEAD-TO-HEAD - ADD THE RESULT TO THE PAIR'S RECORD, *
009630*     KEYED LOWER PLAYER ID FIRST.  A NEW PAIR IS ADDED.        *
009640*****************************************************************
009650 2400-BANK-HEAD-TO-HEAD.
009660     IF WS-RES-HOME-PLAYER-ID (WS-RES-SUB)
009670        < WS-RES-AWAY-PLAYER-ID (WS-RES-SUB)
009680         MOVE WS-RES-HOME-PLAYER-ID (WS-RES-SUB) TO WS-PAIR-A
009690         MOVE WS-RES-AWAY-PLAYER-ID (WS-RES-SUB) TO WS-PAIR-B
009700         MOVE WS-RES-HOME-LEGS (WS-RES-SUB) TO WS-PAIR-A-LEGS
009710         MOVE WS-RES-AWAY-LEGS (WS-RES-SUB) TO WS-PAIR-B-LEGS
009720     ELSE
009730         MOVE WS-RES-AWAY-PLAYER-ID (WS-RES-SUB) TO WS-PAIR-A
009740         MOVE WS-RES-HOME-PLAYER-ID (WS-RES-SUB) TO WS-PAIR-B
009750         MOVE WS-RES-AWAY-LEGS (WS-RES-SUB) TO WS-PAIR-A-LEGS
009760         MOVE WS-RES-HOME-LEGS (WS-RES-SUB) TO WS-PAIR-B-LEGS
009770     END-IF.
009780     PERFORM 2450-FIND-PAIR THRU 2450-EXIT.
009790     IF NOT WS-PAIR-FOUND
009800         IF WS-H2H-COUNT >= 2000
009810             DISPLAY "DARTSRAT: MORE THAN 2000 HEAD-TO-HEAD PAIRS"
009820             ADD 1 TO WS-ERROR-COUNT
009830             MOVE "HEAD-TO-HEAD TABLE FULL - RECORDS INCOMPLETE"
009840                 TO WS-VERDICT-LINE
009850             WRITE RAT-MOVE-RECORD FROM WS-VERDICT-LINE
009860             GO TO 2400-EXIT
009870         END-IF
009880         ADD 1 TO WS-H2H-COUNT
009890         SET WS-H2H-IDX TO WS-H2H-COUNT
009900         MOVE WS-PAIR-A TO WS-H2H-PLAYER-A (WS-H2H-IDX)
009910         MOVE WS-PAIR-B TO WS-H2H-PLAYER-B (WS-H2H-IDX)
009920         MOVE ZERO TO WS-H2H-PLAYED (WS-H2H-IDX)
009930                      WS-H2H-A-WON (WS-H2H-IDX)
009940                      WS-H2H-B-WON (WS-H2H-IDX)
009950                      WS-H2H-A-LEGS (WS-H2H-IDX)
009960                      WS-H2H-B-LEGS (WS-H2H-IDX)
009970                      WS-H2H-OPENING-PLAYED (WS-H2H-IDX)
009980                      WS-H2H-OPENING-A-WON (WS-H2H-IDX)
009990                      WS-H2H-OPENING-B-WON (WS-H2H-IDX)
010000                      WS-H2H-OPENING-A-LEGS (WS-H2H-IDX)
010010                      WS-H2H-OPENING-B-LEGS (WS-H2H-IDX)
010020     END-IF.
010030     ADD 1 TO WS-H2H-PLAYED (WS-H2H-IDX).
010040     IF WS-RES-WINNER-ID (WS-RES-SUB) = WS-PAIR-A
010050         ADD 1 TO WS-H2H-A-WON (WS-H2H-IDX)
010060     ELSE
010070         ADD 1 TO WS-H2H-B-WON (WS-H2H-IDX)
010080     END-IF.
010090     ADD WS-PAIR-A-LEGS TO WS-H2H-A-LEGS (WS-H2H-IDX).
010100     ADD WS-PAIR-B-LEGS TO WS-H2H-B-LEGS (WS-H2H-IDX).
010110     MOVE WS-RES-DATE (WS-RES-SUB) TO
010120         WS-H2H-LAST-DATE (WS-H2H-IDX).
010130     MOVE WS-RES-WINNER-ID (WS-RES-SUB) TO
010140         WS-H2H-LAST-WINNER-ID (WS-H2H-IDX).
010150 2400-EXIT.
010160     EXIT.

010170*****************************************************************
010180* 2450-FIND-PAIR - SEARCH THE HEAD-TO-HEAD TABLE FOR WS-PAIR-A  *
010190*     AND WS-PAIR-B; WS-H2H-IDX IS LEFT ON THE PAIR WHEN FOUND. *
010200*****************************************************************
010210 2450-FIND-PAIR.
010220     MOVE "N" TO WS-PAIR-FOUND-SWITCH.
010230     IF WS-H2H-COUNT > ZERO
010240         SET WS-H2H-IDX TO 1
010250         SEARCH WS-H2H-ENTRY
010260             AT END
010270                 CONTINUE
010280             WHEN WS-H2H-PLAYER-A (WS-H2H-IDX) = WS-PAIR-A
010290              AND WS-H2H-PLAYER-B (WS-H2H-IDX) = WS-PAIR-B
010300                 SET WS-PAIR-FOUND TO TRUE
010310         END-SEARCH
010320     END-IF.
010330 2450-EXIT.
010340     EXIT.

010350*****************************************************************
010360* 2500-PRINT-RESULT - ONE RESULT SINCE THE LAST RUN ON THE      *
010370*     MOVEMENT REPORT, WITH BOTH RATINGS GOING IN AND THE       *
010380*     POINTS THE WINNER TOOK.                                   *
010390*****************************************************************
010400 2500-PRINT-RESULT.
010410     ADD 1 TO WS-WEEK-COUNT.
010420     MOVE WS-RES-DATE (WS-RES-SUB)           TO RSL-DATE.
010430     MOVE WS-RES-MATCH-ID (WS-RES-SUB)       TO RSL-MATCH-ID.
010440     MOVE WS-RES-LEAGUE-ID (WS-RES-SUB)      TO RSL-LEAGUE-ID.
010450     MOVE WS-RES-HOME-PLAYER-ID (WS-RES-SUB) TO
010460         RSL-HOME-PLAYER-ID.
010470     MOVE WS-RES-AWAY-PLAYER-ID (WS-RES-SUB) TO
010480         RSL-AWAY-PLAYER-ID.
010490     MOVE WS-RES-HOME-LEGS (WS-RES-SUB)      TO RSL-HOME-LEGS.
010500     MOVE WS-RES-AWAY-LEGS (WS-RES-SUB)      TO RSL-AWAY-LEGS.
010510     MOVE WS-RES-WINNER-ID (WS-RES-SUB)      TO RSL-WINNER-ID.
010520     MOVE WS-HOME-BEFORE                     TO RSL-HOME-BEFORE.
010530     MOVE WS-AWAY-BEFORE                     TO RSL-AWAY-BEFORE.
010540     MOVE WS-POINTS-TO-WINNER                TO RSL-POINTS.
010550     WRITE RAT-MOVE-RECORD FROM WS-RESULT-LINE.
010560 2500-EXIT.
010570     EXIT.

010580*****************************************************************
010590* 3000-SET-LEAGUES - A PLAYER ON THE ROSTER IS LISTED UNDER THE *
010600*     ROSTER LEAGUE; ONE OFF THE ROSTER KEEPS THE LEAGUE OF THE *
010610*     LAST MATCH PLAYED.                                        *
010620*****************************************************************
010630 3000-SET-LEAGUES.
010640     MOVE WS-RAT-PLAYER-ID (WS-RAT-SUB) TO WS-KEY-PLAYER-ID.
010650     PERFORM 3100-FIND-ROSTER THRU 3100-EXIT.
010660     IF WS-PLAYER-FOUND
010670         MOVE WS-ROSTER-LEAGUE-ID (WS-ROSTER-IDX) TO
010680             WS-RAT-LEAGUE-ID (WS-RAT-SUB)
010690     END-IF.
010700 3000-EXIT.
010710     EXIT.

010720*****************************************************************
010730* 3100-FIND-ROSTER - NAME AND TEAM FOR WS-KEY-PLAYER-ID.  A     *
010740*     PLAYER NOT ON THE ROSTER SHOWS THE RAW ID AND NO TEAM.    *
010750*****************************************************************
010760 3100-FIND-ROSTER.
010770     MOVE "N" TO WS-PLAYER-FOUND-SWITCH.
010780     MOVE WS-KEY-PLAYER-ID TO WS-PLAYER-NAME.
010790     MOVE SPACES TO WS-PLAYER-TEAM.
010800     IF WS-ROSTER-COUNT > ZERO
010810         SET WS-ROSTER-IDX TO 1
010820         SEARCH WS-ROSTER-ENTRY
010830             AT END
010840                 CONTINUE
010850             WHEN WS-ROSTER-PLAYER-ID (WS-ROSTER-IDX)
010860                 = WS-KEY-PLAYER-ID
010870                 SET WS-PLAYER-FOUND TO TRUE
010880                 MOVE WS-ROSTER-PLAYER-NAME (WS-ROSTER-IDX)
010890                     TO WS-PLAYER-NAME
010900                 MOVE WS-ROSTER-TEAM-ID (WS-ROSTER-IDX)
010910                     TO WS-PLAYER-TEAM
010920         END-SEARCH
010930     END-IF.
010940 3100-EXIT.
010950     EXIT.

010960*****************************************************************
010970* 4000-SORT-RATINGS - EXCHANGE SORT OF THE RATING TABLE,        *
010980*     HIGHEST RATING FIRST, PLAYER ID WITHIN RATING.            *
010990*****************************************************************
011000 4000-SORT-RATINGS.
011010     IF WS-RAT-COUNT < 2
011020         GO TO 4000-EXIT
011030     END-IF.
011040     PERFORM 4100-SORT-PASS THRU 4100-EXIT
011050         VARYING WS-RAT-SUB FROM 1 BY 1
011060         UNTIL WS-RAT-SUB >= WS-RAT-COUNT.
011070 4000-EXIT.
011080     EXIT.

011090*****************************************************************
011100* 4100-SORT-PASS - BRING THE HIGHEST REMAINING RATING UP TO     *
011110*     POSITION WS-RAT-SUB.                                      *
011120*****************************************************************
011130 4100-SORT-PASS.
011140     PERFORM 4200-SORT-COMPARE THRU 4200-EXIT
011150         VARYING WS-RAT-SUB-2 FROM WS-RAT-SUB BY 1
011160         UNTIL WS-RAT-SUB-2 > WS-RAT-COUNT.
011170 4100-EXIT.
011180     EXIT.

011190*****************************************************************
011200* 4200-SORT-COMPARE - SWAP WHEN THE LATER ENTRY RANKS HIGHER.   *
011210*****************************************************************
011220 4200-SORT-COMPARE.
011230     IF WS-RAT-RATING (WS-RAT-SUB-2) > WS-RAT-RATING (WS-RAT-SUB)
011240        OR (WS-RAT-RATING (WS-RAT-SUB-2)
011250                = WS-RAT-RATING (WS-RAT-SUB)
011260            AND WS-RAT-PLAYER-ID (WS-RAT-SUB-2)
011270                < WS-RAT-PLAYER-ID (WS-RAT-SUB))
011280         MOVE WS-RAT-ENTRY (WS-RAT-SUB)   TO WS-RAT-WORK-ENTRY
011290         MOVE WS-RAT-ENTRY (WS-RAT-SUB-2) TO
011300             WS-RAT-ENTRY (WS-RAT-SUB)
011310         MOVE WS-RAT-WORK-ENTRY TO WS-RAT-ENTRY (WS-RAT-SUB-2)
011320     END-IF.
011330 4200-EXIT.
011340     EXIT.

011350*****************************************************************
011360* 5000-PRINT-RATINGS-LIST - THE CROSS-LEAGUE LIST, HIGHEST      *
011370*     RATING FIRST, EVERY PLAYER WHO HAS PLAYED A COMPLETE      *
011380*     MATCH.                                                    *
011390*****************************************************************
011400 5000-PRINT-RATINGS-LIST.
011410     MOVE ZERO TO WS-RANK.
011420     PERFORM 5100-PRINT-LIST-LINE THRU 5100-EXIT
011430         VARYING WS-RAT-SUB FROM 1 BY 1
011440         UNTIL WS-RAT-SUB > WS-RAT-COUNT.
011450 5000-EXIT.
011460     EXIT.

011470*****************************************************************
011480* 5100-PRINT-LIST-LINE - ONE PLAYER ON THE LIST.  THE WEEK      *
011490*     COLUMN IS THE MOVE SINCE THE LAST RUN'S MASTER.           *
011500*****************************************************************
011510 5100-PRINT-LIST-LINE.
011520     IF WS-RAT-MATCHES (WS-RAT-SUB) = ZERO
011530         GO TO 5100-EXIT
011540     END-IF.
011550     ADD 1 TO WS-RANK.
011560     ADD 1 TO WS-LISTED-COUNT.
011570     MOVE WS-RAT-PLAYER-ID (WS-RAT-SUB) TO WS-KEY-PLAYER-ID.
011580     PERFORM 3100-FIND-ROSTER THRU 3100-EXIT.
011590     COMPUTE WS-ROUNDED-RATING ROUNDED =
011600         WS-RAT-RATING (WS-RAT-SUB).
011610     MOVE WS-RANK TO LST-RANK.
011620     MOVE WS-RAT-PLAYER-ID (WS-RAT-SUB) TO LST-PLAYER-ID.
011630     MOVE WS-PLAYER-NAME TO LST-PLAYER-NAME.
011640     MOVE WS-RAT-LEAGUE-ID (WS-RAT-SUB) TO LST-LEAGUE-ID.
011650     MOVE WS-PLAYER-TEAM TO LST-TEAM-ID.
011660     MOVE WS-ROUNDED-RATING TO LST-RATING.
011670     MOVE WS-RAT-MATCHES (WS-RAT-SUB) TO LST-MATCHES.
011680     MOVE WS-RAT-SEASON-WON (WS-RAT-SUB) TO LST-WON.
011690     MOVE WS-RAT-SEASON-LOST (WS-RAT-SUB) TO LST-LOST.
011700     PERFORM 5200-EDIT-MOVE THRU 5200-EXIT.
011710     MOVE PLY-MOVE TO LST-MOVE.
011720     WRITE RAT-LIST-RECORD FROM WS-LIST-LINE.
011730 5100-EXIT.
011740     EXIT.

011750*****************************************************************
011760* 5200-EDIT-MOVE - THE MOVE SINCE THE LAST RUN INTO PLY-MOVE:   *
011770*     "NEW" FOR A PLAYER NOT ON LAST RUN'S MASTER, BLANK WHEN   *
011780*     UNCHANGED.  NEEDS WS-ROUNDED-RATING SET.                  *
011790*****************************************************************
011800 5200-EDIT-MOVE.
011810     COMPUTE WS-RATING-MOVE = WS-ROUNDED-RATING
011820         - WS-RAT-PRIOR-RATING (WS-RAT-SUB).
011830     EVALUATE TRUE
011840         WHEN WS-RAT-NEW-PLAYER (WS-RAT-SUB)
011850             MOVE "NEW" TO PLY-MOVE
011860         WHEN WS-RATING-MOVE = ZERO
011870             MOVE SPACES TO PLY-MOVE
011880         WHEN OTHER
011890             MOVE WS-RATING-MOVE TO WS-EDIT-MOVE
011900             MOVE WS-EDIT-MOVE TO PLY-MOVE
011910     END-EVALUATE.
011920 5200-EXIT.
011930     EXIT.

011940*****************************************************************
011950* 5500-PRINT-MOVEMENT - EVERY PLAYER WHOSE RATING MOVED SINCE   *
011960*     THE LAST RUN, OR WHO PLAYED SINCE IT, IN RATING ORDER.    *
011970*****************************************************************
011980 5500-PRINT-MOVEMENT.
011990     WRITE RAT-MOVE-RECORD FROM WS-BLANK-LINE.
012000     MOVE "RATINGS MOVED SINCE THE LAST RUN" TO WS-SECTION-LINE.
012010     WRITE RAT-MOVE-RECORD FROM WS-SECTION-LINE.
012020     WRITE RAT-MOVE-RECORD FROM WS-PLAYER-HEADING.
012030     PERFORM 5600-PRINT-MOVE-LINE THRU 5600-EXIT
012040         VARYING WS-RAT-SUB FROM 1 BY 1
012050         UNTIL WS-RAT-SUB > WS-RAT-COUNT.
012060 5500-EXIT.
012070     EXIT.

012080*****************************************************************
012090* 5600-PRINT-MOVE-LINE - ONE PLAYER ON THE MOVEMENT REPORT.  A  *
012100*     RATING THAT MOVED WITH NO MATCH THIS WEEK CAME FROM A     *
012110*     CORRECTED EARLIER RESULT AND IS NOTED SO.                 *
012120*****************************************************************
012130 5600-PRINT-MOVE-LINE.
012140     COMPUTE WS-ROUNDED-RATING ROUNDED =
012150         WS-RAT-RATING (WS-RAT-SUB).
012160     IF WS-ROUNDED-RATING = WS-RAT-PRIOR-RATING (WS-RAT-SUB)
012170        AND WS-RAT-WEEK-MATCHES (WS-RAT-SUB) = ZERO
012180        AND NOT WS-RAT-NEW-PLAYER (WS-RAT-SUB)
012190         GO TO 5600-EXIT
012200     END-IF.
012210     ADD 1 TO WS-MOVED-COUNT.
012220     MOVE WS-RAT-PLAYER-ID (WS-RAT-SUB) TO WS-KEY-PLAYER-ID.
012230     PERFORM 3100-FIND-ROSTER THRU 3100-EXIT.
012240     MOVE WS-RAT-PLAYER-ID (WS-RAT-SUB) TO PLY-PLAYER-ID.
012250     MOVE WS-PLAYER-NAME TO PLY-PLAYER-NAME.
012260     MOVE WS-RAT-LEAGUE-ID (WS-RAT-SUB) TO PLY-LEAGUE-ID.
012270     MOVE WS-RAT-PRIOR-RATING (WS-RAT-SUB) TO PLY-WAS.
012280     MOVE WS-ROUNDED-RATING TO PLY-NOW.
012290     PERFORM 5200-EDIT-MOVE THRU 5200-EXIT.
012300     MOVE WS-RAT-WEEK-MATCHES (WS-RAT-SUB) TO PLY-WEEK-MATCHES.
012310     EVALUATE TRUE
012320         WHEN WS-RAT-NEW-PLAYER (WS-RAT-SUB)
012330             MOVE "FIRST RATING" TO PLY-NOTE
012340         WHEN WS-RAT-WEEK-MATCHES (WS-RAT-SUB) = ZERO
012350             MOVE "EARLIER RESULT" TO PLY-NOTE
012360         WHEN OTHER
012370             MOVE SPACES TO PLY-NOTE
012380     END-EVALUATE.
012390     WRITE RAT-MOVE-RECORD FROM WS-PLAYER-LINE.
012400 5600-EXIT.
012410     EXIT.

012420*****************************************************************
012430* 6000-WRITE-MASTERS - THE NEW RATING AND HEAD-TO-HEAD MASTERS. *
012440*     ON A SEASON-CLOSE RUN THE RATINGS AND THE HEAD-TO-HEAD    *
012450*     FIGURES BECOME THE OPENING FIGURES FOR THE NEXT SEASON.   *
012460*****************************************************************
012470 6000-WRITE-MASTERS.
012480     PERFORM 6100-WRITE-RATING THRU 6100-EXIT
012490         VARYING WS-RAT-SUB FROM 1 BY 1
012500         UNTIL WS-RAT-SUB > WS-RAT-COUNT.
012510     PERFORM 6200-WRITE-PAIR THRU 6200-EXIT
012520         VARYING WS-H2H-IDX FROM 1 BY 1
012530         UNTIL WS-H2H-IDX > WS-H2H-COUNT.
012540 6000-EXIT.
012550     EXIT.

012560*****************************************************************
012570* 6100-WRITE-RATING - ONE RATING MASTER ROW.                    *
012580*****************************************************************
012590 6100-WRITE-RATING.
012600     COMPUTE WS-ROUNDED-RATING ROUNDED =
012610         WS-RAT-RATING (WS-RAT-SUB).
012620     MOVE WS-RAT-PLAYER-ID (WS-RAT-SUB) TO RAT-PLAYER-ID.
012630     MOVE WS-RAT-LEAGUE-ID (WS-RAT-SUB) TO RAT-LEAGUE-ID.
012640     MOVE WS-ROUNDED-RATING TO RAT-RATING.
012650     MOVE WS-RAT-PRIOR-RATING (WS-RAT-SUB) TO RAT-PRIOR-RATING.
012660     MOVE WS-RAT-MATCHES (WS-RAT-SUB) TO RAT-MATCHES.
012670     MOVE WS-RAT-LAST-MATCH-DATE (WS-RAT-SUB) TO
012680         RAT-LAST-MATCH-DATE.
012690     MOVE WS-RUN-DATE TO RAT-RUN-DATE.
012700     IF WS-CLOSE-RUN
012710         MOVE WS-ROUNDED-RATING TO RAT-OPENING-RATING
012720         MOVE WS-RAT-MATCHES (WS-RAT-SUB) TO RAT-OPENING-MATCHES
012730         MOVE ZERO TO RAT-SEASON-WON
012740         MOVE ZERO TO RAT-SEASON-LOST
012750     ELSE
012760         MOVE WS-RAT-OPENING-RATING (WS-RAT-SUB) TO
012770             RAT-OPENING-RATING
012780         MOVE WS-RAT-OPENING-MATCHES (WS-RAT-SUB) TO
012790             RAT-OPENING-MATCHES
012800         MOVE WS-RAT-SEASON-WON (WS-RAT-SUB) TO RAT-SEASON-WON
012810         MOVE WS-RAT-SEASON-LOST (WS-RAT-SUB) TO RAT-SEASON-LOST
012820     END-IF.
012830     WRITE RAT-OUT-RECORD FROM RATING-RECORD.
012840 6100-EXIT.
012850     EXIT.

012860*****************************************************************
012870* 6200-WRITE-PAIR - ONE HEAD-TO-HEAD MASTER ROW.                *
012880*****************************************************************
012890 6200-WRITE-PAIR.
012900     MOVE WS-H2H-PLAYER-A (WS-H2H-IDX) TO H2H-PLAYER-A.
012910     MOVE WS-H2H-PLAYER-B (WS-H2H-IDX) TO H2H-PLAYER-B.
012920     MOVE WS-H2H-PLAYED (WS-H2H-IDX) TO H2H-PLAYED.
012930     MOVE WS-H2H-A-WON (WS-H2H-IDX)  TO H2H-A-WON.
012940     MOVE WS-H2H-B-WON (WS-H2H-IDX)  TO H2H-B-WON.
012950     MOVE WS-H2H-A-LEGS (WS-H2H-IDX) TO H2H-A-LEGS.
012960     MOVE WS-H2H-B-LEGS (WS-H2H-IDX) TO H2H-B-LEGS.
012970     IF WS-CLOSE-RUN
012980         MOVE WS-H2H-PLAYED (WS-H2H-IDX) TO H2H-OPENING-PLAYED
012990         MOVE WS-H2H-A-WON (WS-H2H-IDX)  TO H2H-OPENING-A-WON
013000         MOVE WS-H2H-B-WON (WS-H2H-IDX)  TO H2H-OPENING-B-WON
013010         MOVE WS-H2H-A-LEGS (WS-H2H-IDX) TO H2H-OPENING-A-LEGS
013020         MOVE WS-H2H-B-LEGS (WS-H2H-IDX) TO H2H-OPENING-B-LEGS
013030     ELSE
013040         MOVE WS-H2H-OPENING-PLAYED (WS-H2H-IDX) TO
013050             H2H-OPENING-PLAYED
013060         MOVE WS-H2H-OPENING-A-WON (WS-H2H-IDX) TO
013070             H2H-OPENING-A-WON
013080         MOVE WS-H2H-OPENING-B-WON (WS-H2H-IDX) TO
013090             H2H-OPENING-B-WON
013100         MOVE WS-H2H-OPENING-A-LEGS (WS-H2H-IDX) TO
013110             H2H-OPENING-A-LEGS
013120         MOVE WS-H2H-OPENING-B-LEGS (WS-H2H-IDX) TO
013130             H2H-OPENING-B-LEGS
013140     END-IF.
013150     MOVE WS-H2H-LAST-DATE (WS-H2H-IDX) TO H2H-LAST-DATE.
013160     MOVE WS-H2H-LAST-WINNER-ID (WS-H2H-IDX) TO
013170         H2H-LAST-WINNER-ID.
013180     WRITE H2H-OUT-RECORD FROM HEAD-TO-HEAD-RECORD.
013190 6200-EXIT.
013200     EXIT.

013210*****************************************************************
013220* 7000-HEAD-TO-HEAD-LOOKUPS - ONE LOOKUP PER H2HREQ CARD.  NO   *
013230*     CARDS, NO LOOKUPS.                                        *
013240*****************************************************************
013250 7000-HEAD-TO-HEAD-LOOKUPS.
013260     OPEN INPUT H2H-REQ.
013270     IF WS-H2H-REQ-NOT-FOUND
013280         GO TO 7000-EXIT
013290     END-IF.
013300     PERFORM 7100-ONE-LOOKUP THRU 7100-EXIT
013310         UNTIL WS-NO-MORE-REQUESTS.
013320     CLOSE H2H-REQ.
013330 7000-EXIT.
013340     EXIT.

013350*****************************************************************
013360* 7100-ONE-LOOKUP - PRINT THE TWO PLAYERS NAMED ON THE CARD     *
013370*     SIDE BY SIDE: LEAGUE, RATING, MATCHES AND LEGS WON        *
013380*     AGAINST EACH OTHER AND THE EXPECTED SCORE THE RATINGS     *
013390*     GIVE EACH, THEN THE MATCHES PLAYED AND THE LAST MEETING.  *
013400*****************************************************************
013410 7100-ONE-LOOKUP.
013420     READ H2H-REQ
013430         AT END
013440             SET WS-NO-MORE-REQUESTS TO TRUE
013450             GO TO 7100-EXIT
013460     END-READ.
013470     IF HRQ-PLAYER-1 = SPACES OR HRQ-PLAYER-2 = SPACES
013480        OR HRQ-PLAYER-1 = HRQ-PLAYER-2
013490         WRITE H2H-RPT-RECORD FROM WS-BLANK-LINE
013500         MOVE "H2HREQ CARD MUST NAME TWO DIFFERENT PLAYERS" TO
013510             WS-VERDICT-LINE
013520         WRITE H2H-RPT-RECORD FROM WS-VERDICT-LINE
013530         GO TO 7100-EXIT
013540     END-IF.
013550     ADD 1 TO WS-REQUEST-COUNT.
013560     IF HRQ-PLAYER-1 < HRQ-PLAYER-2
013570         MOVE HRQ-PLAYER-1 TO WS-PAIR-A
013580         MOVE HRQ-PLAYER-2 TO WS-PAIR-B
013590         MOVE "N" TO WS-REQ-SWAPPED-SWITCH
013600     ELSE
013610         MOVE HRQ-PLAYER-2 TO WS-PAIR-A
013620         MOVE HRQ-PLAYER-1 TO WS-PAIR-B
013630         SET WS-REQ-SWAPPED TO TRUE
013640     END-IF.
013650     PERFORM 2450-FIND-PAIR THRU 2450-EXIT.
013660     MOVE HRQ-PLAYER-2 TO WS-KEY-PLAYER-ID.
013670     PERFORM 7300-FIND-RATED THRU 7300-EXIT.
013680     MOVE WS-RAT-SUB TO WS-AWAY-SUB.
013690     MOVE HRQ-PLAYER-1 TO WS-KEY-PLAYER-ID.
013700     PERFORM 7300-FIND-RATED THRU 7300-EXIT.
013710     MOVE WS-RAT-SUB TO WS-HOME-SUB.
013720     PERFORM 7400-EXPECTED-SCORE THRU 7400-EXIT.
013730     WRITE H2H-RPT-RECORD FROM WS-BLANK-LINE.
013740     PERFORM 7200-PRINT-SIDE THRU 7200-EXIT.
013750     MOVE HRQ-PLAYER-2 TO WS-KEY-PLAYER-ID.
013760     MOVE WS-AWAY-SUB TO WS-RAT-SUB.
013770     COMPUTE WS-EXPECTED = 1 - WS-EXPECTED.
013780     IF WS-REQ-SWAPPED
013790         MOVE "N" TO WS-REQ-SWAPPED-SWITCH
013800     ELSE
013810         SET WS-REQ-SWAPPED TO TRUE
013820     END-IF.
013830     PERFORM 7200-PRINT-SIDE THRU 7200-EXIT.
013840     IF WS-PAIR-FOUND
013850         MOVE WS-H2H-PLAYED (WS-H2H-IDX) TO HPR-PLAYED
013860         MOVE WS-H2H-LAST-DATE (WS-H2H-IDX) TO HPR-LAST-DATE
013870         MOVE WS-H2H-LAST-WINNER-ID (WS-H2H-IDX) TO
013880             HPR-LAST-WINNER-ID
013890         WRITE H2H-RPT-RECORD FROM WS-H2H-PAIR-LINE
013900     ELSE
013910         MOVE "THESE PLAYERS HAVE NOT MET IN A COMPLETE MATCH" TO
013920             WS-VERDICT-LINE
013930         WRITE H2H-RPT-RECORD FROM WS-VERDICT-LINE
013940     END-IF.
013950 7100-EXIT.
013960     EXIT.

013970*****************************************************************
013980* 7200-PRINT-SIDE - ONE PLAYER'S LINE OF THE LOOKUP.  NEEDS     *
013990*     WS-KEY-PLAYER-ID, WS-RAT-SUB (ZERO WHEN UNRATED), THE     *
014000*     PAIR (WS-REQ-SWAPPED WHEN THIS PLAYER IS PLAYER B) AND    *
014010*     WS-EXPECTED FOR THIS PLAYER.                              *
014020*****************************************************************
014030 7200-PRINT-SIDE.
014040     PERFORM 3100-FIND-ROSTER THRU 3100-EXIT.
014050     MOVE WS-KEY-PLAYER-ID TO HSD-PLAYER-ID.
014060     MOVE WS-PLAYER-NAME TO HSD-PLAYER-NAME.
014070     IF WS-RAT-SUB = ZERO
014080         IF WS-PLAYER-FOUND
014090             MOVE WS-ROSTER-LEAGUE-ID (WS-ROSTER-IDX) TO
014100                 HSD-LEAGUE-ID
014110         ELSE
014120             MOVE SPACES TO HSD-LEAGUE-ID
014130         END-IF
014140         MOVE "UNRATED" TO HSD-RATING
014150     ELSE
014160         MOVE WS-RAT-LEAGUE-ID (WS-RAT-SUB) TO HSD-LEAGUE-ID
014170         COMPUTE WS-ROUNDED-RATING ROUNDED =
014180             WS-RAT-RATING (WS-RAT-SUB)
014190         MOVE WS-ROUNDED-RATING TO WS-RATING-EDIT
014200         MOVE WS-RATING-EDIT TO HSD-RATING
014210     END-IF.
014220     MOVE ZERO TO HSD-WON.
014230     MOVE ZERO TO HSD-LEGS.
014240     IF WS-PAIR-FOUND
014250         IF WS-REQ-SWAPPED
014260             MOVE WS-H2H-B-WON (WS-H2H-IDX)  TO HSD-WON
014270             MOVE WS-H2H-B-LEGS (WS-H2H-IDX) TO HSD-LEGS
014280         ELSE
014290             MOVE WS-H2H-A-WON (WS-H2H-IDX)  TO HSD-WON
014300             MOVE WS-H2H-A-LEGS (WS-H2H-IDX) TO HSD-LEGS
014310         END-IF
014320     END-IF.
014330     COMPUTE WS-EXPECTED-PCT ROUNDED = WS-EXPECTED * 100.
014340     MOVE WS-EXPECTED-PCT TO HSD-EXPECTED.
014350     WRITE H2H-RPT-RECORD FROM WS-H2H-SIDE-LINE.
014360 7200-EXIT.
014370     EXIT.

014380*****************************************************************
014390* 7300-FIND-RATED - THE RATING ENTRY FOR WS-KEY-PLAYER-ID INTO  *
014400*     WS-RAT-SUB, ZERO WHEN THE PLAYER HAS NO RATING.           *
014410*****************************************************************
014420 7300-FIND-RATED.
014430     MOVE ZERO TO WS-RAT-SUB.
014440     IF WS-RAT-COUNT > ZERO
014450         SET WS-RAT-IDX TO 1
014460         SEARCH WS-RAT-ENTRY
014470             AT END
014480                 CONTINUE
014490             WHEN WS-RAT-PLAYER-ID (WS-RAT-IDX) = WS-KEY-PLAYER-ID
014500                 SET WS-RAT-SUB TO WS-RAT-IDX
014510         END-SEARCH
014520     END-IF.
014530 7300-EXIT.
014540     EXIT.

014550*****************************************************************
014560* 7400-EXPECTED-SCORE - THE FIRST CARD PLAYER'S EXPECTED SCORE  *
014570*     AGAINST THE SECOND, AS 2200-RATE-RESULT WORKS IT.  AN     *
014580*     UNRATED PLAYER COUNTS AT THE BASE RATING.                 *
014590*****************************************************************
014600 7400-EXPECTED-SCORE.
014610     IF WS-AWAY-SUB = ZERO
014620         COMPUTE WS-RATING-GAP = WS-BASE-RATING
014630     ELSE
014640         COMPUTE WS-RATING-GAP = WS-RAT-RATING (WS-AWAY-SUB)
014650     END-IF.
014660     IF WS-HOME-SUB = ZERO
014670         SUBTRACT WS-BASE-RATING FROM WS-RATING-GAP
014680     ELSE
014690         SUBTRACT WS-RAT-RATING (WS-HOME-SUB) FROM WS-RATING-GAP
014700     END-IF.
014710     IF WS-RATING-GAP > 800
014720         MOVE 800 TO WS-RATING-GAP
014730     END-IF.
014740     IF WS-RATING-GAP < -800
014750         MOVE -800 TO WS-RATING-GAP
014760     END-IF.
014770     COMPUTE WS-POWER ROUNDED = 10 ** (WS-RATING-GAP / 400).
014780     COMPUTE WS-EXPECTED ROUNDED = 1 / (1 + WS-POWER).
014790 7400-EXIT.
014800     EXIT.

014810*****************************************************************
014820* 8000-WRITE-TOTALS - THE RUN TOTALS AND THE VERDICT, AT THE    *
014830*     FOOT OF THE MOVEMENT REPORT.                              *
014840*****************************************************************
014850 8000-WRITE-TOTALS.
014860     WRITE RAT-MOVE-RECORD FROM WS-BLANK-LINE.
014870     MOVE "MATCH RESULT ROWS READ"          TO TOT-LABEL.
014880     MOVE WS-RESULTS-READ                  TO TOT-COUNT.
014890     WRITE RAT-MOVE-RECORD FROM WS-TOTAL-LINE.
014900     MOVE "MATCHES (LAST ROW PER MATCH ID)" TO TOT-LABEL.
014910     MOVE WS-RES-COUNT                     TO TOT-COUNT.
014920     WRITE RAT-MOVE-RECORD FROM WS-TOTAL-LINE.
014930     MOVE "COMPLETE RESULTS RATED"          TO TOT-LABEL.
014940     MOVE WS-APPLIED-COUNT                 TO TOT-COUNT.
014950     WRITE RAT-MOVE-RECORD FROM WS-TOTAL-LINE.
014960     MOVE "  OF WHICH SINCE THE LAST RUN"   TO TOT-LABEL.
014970     MOVE WS-WEEK-COUNT                    TO TOT-COUNT.
014980     WRITE RAT-MOVE-RECORD FROM WS-TOTAL-LINE.
014990     MOVE "NOT COMPLETE - NOT RATED"        TO TOT-LABEL.
015000     MOVE WS-NOT-COMPLETE-COUNT            TO TOT-COUNT.
015010     WRITE RAT-MOVE-RECORD FROM WS-TOTAL-LINE.
015020     MOVE "NO FIXTURE - NOT RATED"          TO TOT-LABEL.
015030     MOVE WS-NO-FIXTURE-COUNT              TO TOT-COUNT.
015040     WRITE RAT-MOVE-RECORD FROM WS-TOTAL-LINE.
015050     MOVE "PLAYERS RATED"                   TO TOT-LABEL.
015060     MOVE WS-LISTED-COUNT                  TO TOT-COUNT.
015070     WRITE RAT-MOVE-RECORD FROM WS-TOTAL-LINE.
015080     MOVE "NEW PLAYERS"                     TO TOT-LABEL.
015090     MOVE WS-NEW-PLAYER-COUNT              TO TOT-COUNT.
015100     WRITE RAT-MOVE-RECORD FROM WS-TOTAL-LINE.
015110     MOVE "RATINGS MOVED"                   TO TOT-LABEL.
015120     MOVE WS-MOVED-COUNT                   TO TOT-COUNT.
015130     WRITE RAT-MOVE-RECORD FROM WS-TOTAL-LINE.
015140     MOVE "HEAD-TO-HEAD PAIRS"              TO TOT-LABEL.
015150     MOVE WS-H2H-COUNT                     TO TOT-COUNT.
015160     WRITE RAT-MOVE-RECORD FROM WS-TOTAL-LINE.
015170     MOVE "HEAD-TO-HEAD LOOKUPS"            TO TOT-LABEL.
015180     MOVE WS-REQUEST-COUNT                 TO TOT-COUNT.
015190     WRITE RAT-MOVE-RECORD FROM WS-TOTAL-LINE.
015200     MOVE "ERRORS FOUND"                    TO TOT-LABEL.
015210     MOVE WS-ERROR-COUNT                   TO TOT-COUNT.
015220     WRITE RAT-MOVE-RECORD FROM WS-TOTAL-LINE.
015230     WRITE RAT-MOVE-RECORD FROM WS-BLANK-LINE.
015240     IF WS-ERROR-COUNT > ZERO
015250         MOVE "*** RATINGS RUN INCOMPLETE - SEE ERRORS ***" TO
015260             WS-VERDICT-LINE
015270     ELSE
015280         MOVE "RATINGS RUN COMPLETE" TO WS-VERDICT-LINE
015290     END-IF.
015300     WRITE RAT-MOVE-RECORD FROM WS-VERDICT-LINE.
015310 8000-EXIT.
015320     EXIT.

015330*****************************************************************
015340* 9000-TERMINATE - CLOSE FILES.                                 *
015350*****************************************************************
015360 9000-TERMINATE.
015370     CLOSE RAT-OUT
015380     CLOSE H2H-OUT
015390     CLOSE RAT-LIST
015400     CLOSE RAT-MOVE
015410     CLOSE H2H-RPT.
015420 9000-EXIT.
015430     EXIT.
