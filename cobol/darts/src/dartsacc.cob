000010*****************************************************************
000020* PROGRAM-ID.  DARTSACC.                                        *
000030* AUTHOR.      R. HALVORSEN, SCORING SYSTEMS GROUP.             *
000040* INSTALLATION. RIVERSIDE DARTS LEAGUE DATA PROCESSING.         *
000050* DATE-WRITTEN. 2026-10-15.                                     *
000060*                                                               *
000070* REMARKS.  PLAYER ACCURACY SHEET.  RUN ON DEMAND FOR CAPTAINS  *
000080*     AND COACHING NIGHTS, OFF THE AUDIT TRAIL (THE ARCHIVE     *
000090*     GENERATIONS AND THE LIVE LOG, SORTED INTO PLAYER, GAME,   *
000100*     NIGHT, ROUND AND THROW SEQUENCE BY THE JOB).  THE ACCREQ  *
000110*     CARD NAMES ONE PLAYER AND A DATE RANGE - A BLANK PLAYER   *
000120*     ID REPORTS EVERY PLAYER, A ZERO DATE IS OPEN-ENDED.  FOR  *
000130*     EACH PLAYER THE SHEET BREAKS THE DARTS DOWN BY WEDGE AND  *
000140*     RING (SINGLE, DOUBLE, TREBLE) IN BOARD ORDER, WITH THE    *
000150*     BULL (OUTER IN THE SINGLE COLUMN, INNER IN THE DOUBLE     *
000160*     COLUMN) AND THE MISSES; SHOWS HOW THE DARTS AIMED AROUND  *
000170*     THE 20 AND THE 19 SPREAD ACROSS THEIR NEIGHBOURING WEDGES *
000180*     (5 AND 1, 7 AND 3); AND COUNTS CHECKOUT ATTEMPTS AND HITS *
000190*     PER DOUBLE.  EACH LEG IS REPLAYED EXACTLY AS DARTSLSM     *
000200*     REPLAYS IT (RULEPARM OUT RULE, SAME BUST RULES), FROM THE *
000210*     LEAGUE TOTAL LESS THE HANDICAP IN FORCE ON THE LEG'S      *
000220*     NIGHT (HCPHIST, SEE DHCPHIST - THE CURRENT HCPMAST WHEN   *
000230*     THERE IS NO HISTORY); IN A DOUBLE-OUT LEG A DART THROWN   *
000240*     WITH A REMAINDER ONE DOUBLE CAN FINISH - AN EVEN 2 TO 40, *
000250*     OR 50 FOR THE BULL - IS AN ATTEMPT AT THAT DOUBLE, AND A  *
000260*     HIT WHEN IT CHECKS THE LEG OUT.  STRAIGHT-OUT LEGS NEED   *
000270*     NO DOUBLE AND CARRY NO ATTEMPTS.  A COMMITTEE RULING      *
000280*     (ADJUSTMENT FLAG "A", SEE DAUDITRC) RE-CALLS A DART       *
000290*     ALREADY ON THE TRAIL.  A FIRST PASS OVER THE SORTED TRAIL *
000300*     TABLES EVERY RULING BY PLAYER, GAME, NIGHT, ROUND AND     *
000310*     THROW, AND THE MAIN PASS COUNTS AND REPLAYS THE RULED     *
000320*     WEDGE, RING AND SCORE IN PLACE OF THE ORIGINAL CALL - THE *
000330*     LATEST RULING ON A DART STANDS.  THE RULING RECORD ITSELF *
000340*     IS NOT COUNTED AGAIN.  A RULING BOOKED BEFORE THE RULED   *
000350*     NIGHT WAS CARRIED ON IT IS TAKEN TO BE FOR THE LAST NIGHT *
000360*     OF THE SAME PLAYER'S GAME AHEAD OF IT ON THE TRAIL.  THE  *
000370*     SAME FIGURES GO TO THE FIXED-WIDTH EXTRACT (SEE DACCEXT)  *
000380*     FOR THE COACHING SPREADSHEET.                             *
000390*                                                               *
000400* MODIFICATION HISTORY.                                         *
000410*     2026-10-15  RH   ORIGINAL PROGRAM.                        *
000420*****************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. DARTSACC.
000450 AUTHOR. R. HALVORSEN.
000460 DATE-WRITTEN. 2026-10-15.
000470 DATE-COMPILED. 2026-10-15.

000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT ACC-IN       ASSIGN TO ACCIN
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-ACC-IN-STATUS.
000540     SELECT ACC-REQ      ASSIGN TO ACCREQ
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-ACC-REQ-STATUS.
000570     SELECT RULE-PARM    ASSIGN TO RULEPARM
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-RULE-PARM-STATUS.
000600     SELECT HCP-MAST     ASSIGN TO HCPMAST
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-HCP-MAST-STATUS.
000630     SELECT HCP-HIST     ASSIGN TO HCPHIST
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-HCP-HIST-STATUS.
000660     SELECT ROSTER-IN    ASSIGN TO ROSTER
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-ROSTER-IN-STATUS.
000690     SELECT ACC-RPT      ASSIGN TO ACCRPT
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-ACC-RPT-STATUS.
000720     SELECT ACC-EXT      ASSIGN TO ACCEXT
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-ACC-EXT-STATUS.

000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  ACC-IN
000780     RECORDING MODE IS F.
000790 01  ACC-IN-RECORD               PIC X(80).

000800 FD  ACC-REQ
000810     RECORDING MODE IS F.
000820 01  ACC-REQ-RECORD.
000830     05  REQ-PLAYER-ID           PIC X(10).
000840     05  REQ-FROM-DATE           PIC 9(08).
000850     05  REQ-TO-DATE             PIC 9(08).

000860 FD  RULE-PARM
000870     RECORDING MODE IS F.
000880 01  RULE-PARM-RECORD.
000890     05  RPR-LEAGUE-ID           PIC X(04).
000900     05  RPR-OUT-MODE            PIC X(01).
000910     05  RPR-START-TOTAL         PIC 9(03).
000920     05  RPR-SET-LEGS            PIC 9(02).

000930 FD  HCP-MAST
000940     RECORDING MODE IS F.
000950 01  HCP-MAST-RECORD             PIC X(41).

000960 FD  HCP-HIST
000970     RECORDING MODE IS F.
000980 01  HCP-HIST-RECORD             PIC X(41).

000990 FD  ROSTER-IN
001000     RECORDING MODE IS F.
001010 01  ROSTER-IN-RECORD            PIC X(43).

001020 FD  ACC-RPT
001030     RECORDING MODE IS F.
001040 01  ACC-RPT-RECORD              PIC X(132).

001050 FD  ACC-EXT
001060     RECORDING MODE IS F.
001070 01  ACC-EXT-RECORD              PIC X(65).

001080 WORKING-STORAGE SECTION.
001090 01  WS-ACC-IN-STATUS            PIC XX.
001100     88  WS-ACC-IN-OK                    VALUE "00".
001110     88  WS-ACC-IN-NOT-FOUND             VALUE "35".
001120 01  WS-ACC-REQ-STATUS           PIC XX.
001130     88  WS-ACC-REQ-OK                   VALUE "00".
001140     88  WS-ACC-REQ-NOT-FOUND            VALUE "35".
001150 01  WS-RULE-PARM-STATUS         PIC XX.
001160     88  WS-RULE-PARM-OK                  VALUE "00".
001170     88  WS-RULE-PARM-EOF                 VALUE "10".
001180     88  WS-RULE-PARM-NOT-FOUND           VALUE "35".
001190 01  WS-HCP-MAST-STATUS          PIC XX.
001200     88  WS-HCP-MAST-OK                   VALUE "00".
001210     88  WS-HCP-MAST-EOF                  VALUE "10".
001220     88  WS-HCP-MAST-NOT-FOUND            VALUE "35".
001230 01  WS-HCP-HIST-STATUS          PIC XX.
001240     88  WS-HCP-HIST-OK                   VALUE "00".
001250     88  WS-HCP-HIST-EOF                  VALUE "10".
001260     88  WS-HCP-HIST-NOT-FOUND            VALUE "35".
001270 01  WS-ROSTER-IN-STATUS         PIC XX.
001280     88  WS-ROSTER-IN-OK                  VALUE "00".
001290     88  WS-ROSTER-IN-EOF                 VALUE "10".
001300     88  WS-ROSTER-NOT-FOUND              VALUE "35".
001310 01  WS-ACC-RPT-STATUS           PIC XX.
001320     88  WS-ACC-RPT-OK                    VALUE "00".
001330 01  WS-ACC-EXT-STATUS           PIC XX.
001340     88  WS-ACC-EXT-OK                    VALUE "00".
001350 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001360     88  WS-NO-MORE-DARTS                VALUE "Y".
001370 01  WS-FIRST-RECORD-SWITCH      PIC X(01) VALUE "Y".
001380     88  WS-FIRST-RECORD                 VALUE "Y".

001390 01  WS-REQUEST-FIELDS.
001400     05  WS-REQ-PLAYER-ID        PIC X(10) VALUE SPACES.
001410     05  WS-REQ-FROM-DATE        PIC 9(08) VALUE ZERO.
001420     05  WS-REQ-TO-DATE          PIC 9(08) VALUE 99999999.

001430 01  WS-PREV-PLAYER-ID           PIC X(10) VALUE SPACES.
001440 01  WS-PREV-GAME-ID             PIC X(10) VALUE SPACES.
001450 01  WS-PREV-DATE                PIC 9(08) VALUE ZERO.
001460 01  WS-PLAYER-NAME              PIC X(20) VALUE SPACES.

001470*****************************************************************
001480* LEG REPLAY STATE - THE SAME RUNNING TOTAL, TURN START, BUST   *
001490* AND CHECKOUT FIELDS DARTSLSM CARRIES.                         *
001500*****************************************************************
001510 01  WS-RUNNING-TOTAL            PIC S9(05) VALUE +501.
001520 01  WS-TRIAL-TOTAL              PIC S9(05) VALUE ZERO.
001530 01  WS-TURN-START-TOTAL         PIC S9(05) VALUE +501.
001540 01  WS-TURN-BUST-SWITCH         PIC X(01) VALUE "N".
001550     88  WS-TURN-BUSTED                  VALUE "Y".
001560 01  WS-LEG-CHECKOUT-SWITCH      PIC X(01) VALUE "N".
001570     88  WS-LEG-CHECKED-OUT              VALUE "Y".
001580 01  WS-TARGET-SEG               PIC 9(02) COMP VALUE ZERO.
001590 01  WS-HALF-REMAINDER           PIC 9(03) COMP VALUE ZERO.
001600 01  WS-ODD-REMAINDER            PIC 9(01) COMP VALUE ZERO.

001610*****************************************************************
001620* PLAYER ACCUMULATORS.  SEGMENTS 1-20 ARE THE WEDGES BY NUMBER; *
001630* SEGMENT 21 IS THE BULL (OUTER BULLS AS SINGLES, INNER BULLS   *
001640* AS DOUBLES), SO THE CHECKOUT COUNTS FOR THE BULL FINISH SIT   *
001650* ALONGSIDE THE DOUBLES'.                                       *
001660*****************************************************************
001670 01  WS-PLAYER-TOTALS.
001680     05  WS-PLY-DARTS            PIC 9(06) COMP.
001690     05  WS-PLY-LEGS             PIC 9(05) COMP.
001700     05  WS-PLY-MISSES           PIC 9(05) COMP.
001710     05  WS-PLY-FIRST-DATE       PIC 9(08).
001720     05  WS-PLY-LAST-DATE        PIC 9(08).
001730     05  WS-PLY-CO-ATTEMPTS      PIC 9(05) COMP.
001740     05  WS-PLY-CO-HITS          PIC 9(05) COMP.
001750     05  WS-SEG-ENTRY OCCURS 21 TIMES.
001760         10  WS-SEG-SINGLES      PIC 9(05) COMP.
001770         10  WS-SEG-DOUBLES      PIC 9(05) COMP.
001780         10  WS-SEG-TREBLES      PIC 9(05) COMP.
001790         10  WS-SEG-CO-ATTEMPTS  PIC 9(05) COMP.
001800         10  WS-SEG-CO-HITS      PIC 9(05) COMP.
001810 01  WS-SEG-SUB                  PIC 9(02) COMP VALUE ZERO.
001820 01  WS-ORDER-SUB                PIC 9(02) COMP VALUE ZERO.
001830 01  WS-SEG-DARTS                PIC 9(06) COMP VALUE ZERO.
001840 01  WS-SHARE                    PIC 9(03)V9 VALUE ZERO.

001850*****************************************************************
001860* SPREAD WORK AREA - THE CENTRE WEDGE AND ITS TWO NEIGHBOURS BY *
001870* WEDGE NUMBER, AND THE DARTS IN THE THREE TOGETHER.            *
001880*****************************************************************
001890 01  WS-SPREAD-CENTRE            PIC 9(02) VALUE ZERO.
001900 01  WS-SPREAD-LEFT              PIC 9(02) VALUE ZERO.
001910 01  WS-SPREAD-RIGHT             PIC 9(02) VALUE ZERO.
001920 01  WS-SPREAD-DARTS             PIC 9(06) COMP VALUE ZERO.

001930*****************************************************************
001940* WEDGE-ORDER TABLE - THE NUMBERING AROUND A REGULATION BOARD,  *
001950* CLOCKWISE FROM THE TOP, AS DARTS CARRIES IT.  THE SHEET LISTS *
001960* THE WEDGES IN THIS ORDER AND THE SPREAD TAKES A WEDGE'S       *
001970* NEIGHBOURS FROM IT.                                           *
001980*****************************************************************
001990 01  WS-WEDGE-ORDER-TABLE.
002000     05  FILLER                  PIC 9(02) VALUE 20.
002010     05  FILLER                  PIC 9(02) VALUE 01.
002020     05  FILLER                  PIC 9(02) VALUE 18.
002030     05  FILLER                  PIC 9(02) VALUE 04.
002040     05  FILLER                  PIC 9(02) VALUE 13.
002050     05  FILLER                  PIC 9(02) VALUE 06.
002060     05  FILLER                  PIC 9(02) VALUE 10.
002070     05  FILLER                  PIC 9(02) VALUE 15.
002080     05  FILLER                  PIC 9(02) VALUE 02.
002090     05  FILLER                  PIC 9(02) VALUE 17.
002100     05  FILLER                  PIC 9(02) VALUE 03.
002110     05  FILLER                  PIC 9(02) VALUE 19.
002120     05  FILLER                  PIC 9(02) VALUE 07.
002130     05  FILLER                  PIC 9(02) VALUE 16.
002140     05  FILLER                  PIC 9(02) VALUE 08.
002150     05  FILLER                  PIC 9(02) VALUE 11.
002160     05  FILLER                  PIC 9(02) VALUE 14.
002170     05  FILLER                  PIC 9(02) VALUE 09.
002180     05  FILLER                  PIC 9(02) VALUE 12.
002190     05  FILLER                  PIC 9(02) VALUE 05.
002200 01  WS-WEDGE-ORDER REDEFINES WS-WEDGE-ORDER-TABLE.
002210     05  WS-WEDGE-NUMBER         PIC 9(02) OCCURS 20 TIMES
002220                                 INDEXED BY WS-ORDER-IDX.

002230*****************************************************************
002240* COMMITTEE RULINGS - EVERY "A" RECORD ON THE TRAIL, KEYED BY   *
002250* THE DART IT RE-CALLS (PLAYER, GAME, NIGHT, ROUND, THROW) AND  *
002260* CARRYING THE RULED CALL.  LOADED BY THE FIRST PASS; THE LAST  *
002270* CALL SEEN PLACES A RULING THAT CARRIES NO RULED NIGHT.        *
002280*****************************************************************
002290 01  WS-RLG-COUNT                PIC 9(04) COMP VALUE ZERO.
002300 01  WS-RLG-TABLE.
002310     05  WS-RLG-ENTRY OCCURS 1 TO 2000 TIMES
002320                      DEPENDING ON WS-RLG-COUNT
002330                      INDEXED BY WS-RLG-IDX.
002340         10  WS-RLG-PLAYER-ID        PIC X(10).
002350         10  WS-RLG-GAME-ID          PIC X(10).
002360         10  WS-RLG-NIGHT            PIC 9(08).
002370         10  WS-RLG-ROUND-NBR        PIC 9(02).
002380         10  WS-RLG-THROW-NBR        PIC 9(01).
002390         10  WS-RLG-RESULT           PIC 9(02).
002400         10  WS-RLG-WEDGE-NBR        PIC 9(02).
002410         10  WS-RLG-RING-CODE        PIC X(01).
002420         10  WS-RLG-SCORE-LABEL      PIC X(04).
002430 01  WS-RLG-NIGHT-WORK           PIC 9(08) VALUE ZERO.
002440 01  WS-RLG-PASS-SWITCH          PIC X(01) VALUE "N".
002450     88  WS-RLG-PASS-DONE                VALUE "Y".
002460 01  WS-RLG-FOUND-SWITCH         PIC X(01) VALUE "N".
002470     88  WS-RLG-FOUND                    VALUE "Y".
002480 01  WS-LAST-CALL-PLAYER-ID      PIC X(10) VALUE SPACES.
002490 01  WS-LAST-CALL-GAME-ID        PIC X(10) VALUE SPACES.
002500 01  WS-LAST-CALL-DATE           PIC 9(08) VALUE ZERO.

002510 01  WS-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
002520 01  WS-RULING-COUNT             PIC 9(07) COMP VALUE ZERO.
002530 01  WS-RULED-COUNT              PIC 9(07) COMP VALUE ZERO.
002540 01  WS-UNPLACED-COUNT           PIC 9(07) COMP VALUE ZERO.
002550 01  WS-OUTSIDE-COUNT            PIC 9(07) COMP VALUE ZERO.
002560 01  WS-DART-COUNT               PIC 9(07) COMP VALUE ZERO.
002570 01  WS-PLAYER-COUNT             PIC 9(05) COMP VALUE ZERO.
002580 01  WS-EXTRACT-COUNT            PIC 9(07) COMP VALUE ZERO.

002590 COPY DAUDITRC.
002600 COPY DRULETBL.
002610 COPY DHCPMAST.
002620 COPY DHCPHIST.
002630 COPY DROSTER.
002640 COPY DACCEXT.

002650 01  WS-TITLE-LINE.
002660     05  FILLER                  PIC X(33)
002670         VALUE "DARTSACC  PLAYER ACCURACY SHEET".
002680     05  FILLER                  PIC X(11) VALUE "DARTS FROM ".
002690     05  TTL-FROM-DATE           PIC 9(08).
002700     05  FILLER                  PIC X(04) VALUE " TO ".
002710     05  TTL-TO-DATE             PIC 9(08).

002720 01  WS-PLAYER-LINE.
002730     05  FILLER                  PIC X(08) VALUE "PLAYER: ".
002740     05  PLL-PLAYER-ID           PIC X(10).
002750     05  FILLER                  PIC X(02) VALUE SPACES.
002760     05  PLL-PLAYER-NAME         PIC X(20).
002770     05  FILLER                  PIC X(14) VALUE "  FIRST NIGHT ".
002780     05  PLL-FIRST-DATE          PIC 9(08).
002790     05  FILLER                  PIC X(13) VALUE "  LAST NIGHT ".
002800     05  PLL-LAST-DATE           PIC 9(08).
002810     05  FILLER                  PIC X(08) VALUE "  DARTS ".
002820     05  PLL-DARTS               PIC ZZZZZ9.
002830     05  FILLER                  PIC X(07) VALUE "  LEGS ".
002840     05  PLL-LEGS                PIC ZZZZ9.

002850 01  WS-SEGMENT-HEADING.
002860     05  FILLER                  PIC X(07) VALUE "SEGMENT".
002870     05  FILLER                  PIC X(10) VALUE "    SINGLE".
002880     05  FILLER                  PIC X(08) VALUE "  DOUBLE".
002890     05  FILLER                  PIC X(08) VALUE "  TREBLE".
002900     05  FILLER                  PIC X(09) VALUE "    TOTAL".
002910     05  FILLER                  PIC X(08) VALUE "  % DRTS".
002920     05  FILLER                  PIC X(17)
002930         VALUE "    CHECKOUT ATT.".
002940     05  FILLER                  PIC X(08) VALUE "    HITS".
002950     05  FILLER                  PIC X(08) VALUE "   HIT %".

002960 01  WS-SEGMENT-LINE.
002970     05  SGL-LABEL               PIC X(07).
002980     05  FILLER                  PIC X(05) VALUE SPACES.
002990     05  SGL-SINGLES             PIC ZZZZ9.
003000     05  FILLER                  PIC X(03) VALUE SPACES.
003010     05  SGL-DOUBLES             PIC ZZZZ9.
003020     05  FILLER                  PIC X(03) VALUE SPACES.
003030     05  SGL-TREBLES             PIC ZZZZ9.
003040     05  FILLER                  PIC X(03) VALUE SPACES.
003050     05  SGL-TOTAL               PIC ZZZZZ9.
003060     05  FILLER                  PIC X(03) VALUE SPACES.
003070     05  SGL-SHARE               PIC ZZ9.9.
003080     05  FILLER                  PIC X(12) VALUE SPACES.
003090     05  SGL-CO-ATTEMPTS         PIC ZZZZ9.
003100     05  FILLER                  PIC X(03) VALUE SPACES.
003110     05  SGL-CO-HITS             PIC ZZZZ9.
003120     05  FILLER                  PIC X(03) VALUE SPACES.
003130     05  SGL-CO-SHARE            PIC ZZ9.9.
003140 01  WS-SEG-LABEL-EDIT           PIC Z9.

003150 01  WS-SPREAD-LINE.
003160     05  FILLER                  PIC X(14) VALUE "SPREAD AROUND ".
003170     05  SPL-CENTRE              PIC Z9.
003180     05  FILLER                  PIC X(01) VALUE ":".
003190     05  SPL-LEFT-WEDGE          PIC ZZZZ9.
003200     05  FILLER                  PIC X(01) VALUE SPACES.
003210     05  SPL-LEFT-DARTS          PIC ZZZZZ9.
003220     05  FILLER                  PIC X(02) VALUE " (".
003230     05  SPL-LEFT-SHARE          PIC ZZ9.9.
003240     05  FILLER                  PIC X(06) VALUE "%)  T ".
003250     05  SPL-LEFT-TREBLES        PIC ZZZZ9.
003260     05  SPL-CENTRE-WEDGE        PIC ZZZZ9.
003270     05  FILLER                  PIC X(01) VALUE SPACES.
003280     05  SPL-CENTRE-DARTS        PIC ZZZZZ9.
003290     05  FILLER                  PIC X(02) VALUE " (".
003300     05  SPL-CENTRE-SHARE        PIC ZZ9.9.
003310     05  FILLER                  PIC X(06) VALUE "%)  T ".
003320     05  SPL-CENTRE-TREBLES      PIC ZZZZ9.
003330     05  SPL-RIGHT-WEDGE         PIC ZZZZ9.
003340     05  FILLER                  PIC X(01) VALUE SPACES.
003350     05  SPL-RIGHT-DARTS         PIC ZZZZZ9.
003360     05  FILLER                  PIC X(02) VALUE " (".
003370     05  SPL-RIGHT-SHARE         PIC ZZ9.9.
003380     05  FILLER                  PIC X(06) VALUE "%)  T ".
003390     05  SPL-RIGHT-TREBLES       PIC ZZZZ9.

003400 01  WS-CHECKOUT-LINE.
003410     05  FILLER                  PIC X(28)
003420         VALUE "DARTS AT A FINISHING DOUBLE ".
003430     05  CKL-ATTEMPTS            PIC ZZZZ9.
003440     05  FILLER                  PIC X(08) VALUE "   HITS ".
003450     05  CKL-HITS                PIC ZZZZ9.
003460     05  FILLER                  PIC X(12) VALUE "   HIT RATE ".
003470     05  CKL-SHARE               PIC ZZ9.9.
003480     05  FILLER                  PIC X(01) VALUE "%".

003490 01  WS-TOTAL-LINE.
003500     05  TOT-LABEL               PIC X(30).
003510     05  TOT-COUNT               PIC ZZZZZZ9.

003520 01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

003530 PROCEDURE DIVISION.

003540*****************************************************************
003550* 0000-MAINLINE.                                                *
003560*****************************************************************
003570 0000-MAINLINE.
003580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003590     PERFORM 2000-PROCESS-DARTS THRU 2000-EXIT
003600         UNTIL WS-NO-MORE-DARTS.
003610     IF NOT WS-FIRST-RECORD
003620         PERFORM 6000-FINISH-PLAYER THRU 6000-EXIT
003630     END-IF.
003640     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
003650     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003660     GOBACK.

003670*****************************************************************
003680* 1000-INITIALIZE - READ THE REQUEST CARD, LOAD THE RULE,       *
003690*     HANDICAP AND ROSTER TABLES, TABLE THE COMMITTEE RULINGS,  *
003700*     OPEN THE FILES, PRINT THE TITLE AND PRIME THE READ.       *
003710*****************************************************************
003720 1000-INITIALIZE.
003730     PERFORM 1100-READ-REQUEST THRU 1100-EXIT.
003740     PERFORM 1200-LOAD-RULE-TABLE THRU 1200-EXIT.
003750     PERFORM 1250-LOAD-HANDICAPS THRU 1250-EXIT.
003760     PERFORM 1270-LOAD-HANDICAP-HISTORY THRU 1270-EXIT.
003770     PERFORM 1300-LOAD-ROSTER THRU 1300-EXIT.
003780     PERFORM 1400-LOAD-RULINGS THRU 1400-EXIT.
003790     OPEN OUTPUT ACC-RPT.
003800     OPEN OUTPUT ACC-EXT.
003810     MOVE WS-REQ-FROM-DATE TO TTL-FROM-DATE.
003820     MOVE WS-REQ-TO-DATE   TO TTL-TO-DATE.
003830     WRITE ACC-RPT-RECORD FROM WS-TITLE-LINE.
003840     OPEN INPUT ACC-IN.
003850     IF WS-ACC-IN-NOT-FOUND
003860         SET WS-NO-MORE-DARTS TO TRUE
003870     ELSE
003880         PERFORM 2100-READ-DART THRU 2100-EXIT
003890     END-IF.
003900 1000-EXIT.
003910     EXIT.

003920*****************************************************************
003930* 1100-READ-REQUEST - ONE REQUEST CARD PER RUN.  A MISSING OR   *
003940*     EMPTY CARD, A BLANK PLAYER OR A ZERO DATE IS A WILDCARD,  *
003950*     AS ON THE DISPUTE EXTRACT'S CARD; A ZERO TO DATE RUNS TO  *
003960*     THE END OF THE TRAIL.                                     *
003970*****************************************************************
003980 1100-READ-REQUEST.
003990     OPEN INPUT ACC-REQ.
004000     IF WS-ACC-REQ-NOT-FOUND
004010         GO TO 1100-EXIT
004020     END-IF.
004030     READ ACC-REQ
004040         AT END GO TO 1100-CLOSE
004050     END-READ.
004060     IF WS-ACC-REQ-OK
004070         MOVE REQ-PLAYER-ID TO WS-REQ-PLAYER-ID
004080         IF REQ-FROM-DATE IS NUMERIC
004090             MOVE REQ-FROM-DATE TO WS-REQ-FROM-DATE
004100         END-IF
004110         IF REQ-TO-DATE IS NUMERIC
004120            AND REQ-TO-DATE > ZERO
004130             MOVE REQ-TO-DATE TO WS-REQ-TO-DATE
004140         END-IF
004150     END-IF.
004160 1100-CLOSE.
004170     CLOSE ACC-REQ.
004180 1100-EXIT.
004190     EXIT.

004200*****************************************************************
004210* 1200-LOAD-RULE-TABLE - READ RULEPARM ONCE PER RUN INTO A      *
004220*     TABLE IN WORKING STORAGE.  A MISSING FILE LEAVES THE      *
004230*     TABLE EMPTY, SO EVERY LEAGUE PLAYS STRAIGHT-OUT 501.      *
004240*****************************************************************
004250 1200-LOAD-RULE-TABLE.
004260     OPEN INPUT RULE-PARM.
004270     IF WS-RULE-PARM-NOT-FOUND
004280         CONTINUE
004290     ELSE
004300         PERFORM 1210-READ-RULE-ROW THRU 1210-EXIT
004310             UNTIL WS-RULE-PARM-EOF
004320         CLOSE RULE-PARM
004330     END-IF.
004340 1200-EXIT.
004350     EXIT.

004360*****************************************************************
004370* 1210-READ-RULE-ROW - READ ONE ROW OF RULEPARM INTO THE NEXT   *
004380*     TABLE ENTRY.  OLD 5-BYTE ROWS CARRY SPACES IN THE FORMAT  *
004390*     COLUMNS AND FALL TO 501/NO SETS.                          *
004400*****************************************************************
004410 1210-READ-RULE-ROW.
004420     READ RULE-PARM
004430         AT END SET WS-RULE-PARM-EOF TO TRUE
004440     END-READ.
004450     IF WS-RULE-PARM-OK
004460         IF WS-RULE-COUNT >= 25
004470             DISPLAY "DARTSACC: RULEPARM HAS MORE THAN 25 ROWS "
004480                 "- ROWS BEYOND THE 25TH ARE IGNORED"
004490             SET WS-RULE-PARM-EOF TO TRUE
004500         ELSE
004510             ADD 1 TO WS-RULE-COUNT
004520             SET WS-RULE-IDX TO WS-RULE-COUNT
004530             MOVE RPR-LEAGUE-ID TO
004540                 WS-RULE-LEAGUE-ID (WS-RULE-IDX)
004550             MOVE RPR-OUT-MODE  TO
004560                 WS-RULE-OUT-MODE (WS-RULE-IDX)
004570             IF RPR-START-TOTAL IS NUMERIC
004580                AND RPR-START-TOTAL > ZERO
004590                 MOVE RPR-START-TOTAL TO
004600                     WS-RULE-START-TOTAL (WS-RULE-IDX)
004610             ELSE
004620                 MOVE 501 TO
004630                     WS-RULE-START-TOTAL (WS-RULE-IDX)
004640             END-IF
004650             IF RPR-SET-LEGS IS NUMERIC
004660                 MOVE RPR-SET-LEGS TO
004670                     WS-RULE-SET-LEGS (WS-RULE-IDX)
004680             ELSE
004690                 MOVE ZERO TO
004700                     WS-RULE-SET-LEGS (WS-RULE-IDX)
004710             END-IF
004720         END-IF
004730     END-IF.
004740 1210-EXIT.
004750     EXIT.

004760*****************************************************************
004770* 1250-LOAD-HANDICAPS - READ THE WEEK'S HANDICAP MASTER ONCE    *
004780*     PER RUN INTO THE DHCPMAST TABLE.  A MISSING MASTER LEAVES *
004790*     THE TABLE EMPTY AND EVERY LEAGUE PLAYS OFF ITS FLAT TOTAL.*
004800*****************************************************************
004810 1250-LOAD-HANDICAPS.
004820     OPEN INPUT HCP-MAST.
004830     IF WS-HCP-MAST-NOT-FOUND
004840         CONTINUE
004850     ELSE
004860         PERFORM 1260-READ-HANDICAP-ROW THRU 1260-EXIT
004870             UNTIL WS-HCP-MAST-EOF
004880         CLOSE HCP-MAST
004890     END-IF.
004900 1250-EXIT.
004910     EXIT.

004920*****************************************************************
004930* 1260-READ-HANDICAP-ROW - ONE MASTER ROW INTO THE NEXT TABLE   *
004940*     ENTRY.                                                    *
004950*****************************************************************
004960 1260-READ-HANDICAP-ROW.
004970     READ HCP-MAST INTO HANDICAP-RECORD
004980         AT END
004990             SET WS-HCP-MAST-EOF TO TRUE
005000             GO TO 1260-EXIT
005010     END-READ.
005020     IF WS-HCP-COUNT >= 500
005030         DISPLAY "DARTSACC: HANDICAP MASTER HAS MORE THAN 500 "
005040             "ROWS - ROWS BEYOND THE 500TH ARE IGNORED"
005050         SET WS-HCP-MAST-EOF TO TRUE
005060         GO TO 1260-EXIT
005070     END-IF.
005080     ADD 1 TO WS-HCP-COUNT.
005090     SET WS-HCP-IDX TO WS-HCP-COUNT.
005100     MOVE HCP-PLAYER-ID TO WS-HCP-PLAYER-ID (WS-HCP-IDX).
005110     MOVE HCP-LEAGUE-ID TO WS-HCP-LEAGUE-ID (WS-HCP-IDX).
005120     MOVE HCP-HANDICAP  TO WS-HCP-HANDICAP (WS-HCP-IDX).
005130     MOVE HCP-STATUS    TO WS-HCP-STATUS (WS-HCP-IDX).
005140     MOVE "N"           TO WS-HCP-SEEN-SWITCH (WS-HCP-IDX).
005150 1260-EXIT.
005160     EXIT.

005170*****************************************************************
005180* 1270-LOAD-HANDICAP-HISTORY - READ THE SEASON'S HANDICAP       *
005190*     HISTORY (HCPHIST, SEE DHCPHIST) SO EACH LEG STARTS FROM   *
005200*     THE HANDICAP IN FORCE ON ITS NIGHT.  A MISSING OR EMPTY   *
005210*     HISTORY LEAVES THE CURRENT MASTER IN USE FOR EVERY LEG.   *
005220*****************************************************************
005230 1270-LOAD-HANDICAP-HISTORY.
005240     OPEN INPUT HCP-HIST.
005250     IF WS-HCP-HIST-NOT-FOUND
005260         CONTINUE
005270     ELSE
005280         PERFORM 1280-READ-HISTORY-ROW THRU 1280-EXIT
005290             UNTIL WS-HCP-HIST-EOF
005300         CLOSE HCP-HIST
005310     END-IF.
005320 1270-EXIT.
005330     EXIT.

005340*****************************************************************
005350* 1280-READ-HISTORY-ROW - ONE HISTORY ROW.  A PLAYER AND        *
005360*     LEAGUE'S FIRST ROW OPENS A TABLE ENTRY; A LATER ROW ADDS  *
005370*     A POINT ONLY WHEN THE HANDICAP HAS CHANGED.  ROWS ARRIVE  *
005380*     IN THE ORDER DARTSHCP APPENDED THEM, SO THE POINTS RUN    *
005390*     OLDEST FIRST.                                             *
005400*****************************************************************
005410 1280-READ-HISTORY-ROW.
005420     READ HCP-HIST INTO HANDICAP-RECORD
005430         AT END
005440             SET WS-HCP-HIST-EOF TO TRUE
005450             GO TO 1280-EXIT
005460     END-READ.
005470     SET WS-HCH-LOADED TO TRUE.
005480     MOVE "N" TO WS-HCH-FOUND-SWITCH.
005490     IF WS-HCH-COUNT > ZERO
005500         SET WS-HCH-IDX TO 1
005510         SEARCH WS-HCH-ENTRY
005520             AT END
005530                 CONTINUE
005540             WHEN WS-HCH-PLAYER-ID (WS-HCH-IDX) = HCP-PLAYER-ID
005550              AND WS-HCH-LEAGUE-ID (WS-HCH-IDX) = HCP-LEAGUE-ID
005560                 SET WS-HCH-FOUND TO TRUE
005570         END-SEARCH
005580     END-IF.
005590     IF NOT WS-HCH-FOUND
005600         IF WS-HCH-COUNT >= 500
005610             DISPLAY "DARTSACC: HANDICAP HISTORY OVER 500 "
005620                 "PLAYERS - PLAYERS BEYOND THE 500TH ARE IGNORED"
005630             GO TO 1280-EXIT
005640         END-IF
005650         ADD 1 TO WS-HCH-COUNT
005660         SET WS-HCH-IDX TO WS-HCH-COUNT
005670         MOVE HCP-PLAYER-ID TO WS-HCH-PLAYER-ID (WS-HCH-IDX)
005680         MOVE HCP-LEAGUE-ID TO WS-HCH-LEAGUE-ID (WS-HCH-IDX)
005690         MOVE ZERO TO WS-HCH-POINTS (WS-HCH-IDX)
005700     END-IF.
005710     IF WS-HCH-POINTS (WS-HCH-IDX) > ZERO
005720         SET WS-HCH-PT-IDX TO WS-HCH-POINTS (WS-HCH-IDX)
005730         IF WS-HCH-HANDICAP (WS-HCH-IDX, WS-HCH-PT-IDX)
005740            = HCP-HANDICAP
005750             GO TO 1280-EXIT
005760         END-IF
005770     END-IF.
005780     IF WS-HCH-POINTS (WS-HCH-IDX) >= 60
005790         DISPLAY "DARTSACC: MORE THAN 60 HANDICAP CHANGES FOR "
005800             HCP-PLAYER-ID " - THE LATEST REPLACES THE 60TH"
005810         SUBTRACT 1 FROM WS-HCH-POINTS (WS-HCH-IDX)
005820     END-IF.
005830     ADD 1 TO WS-HCH-POINTS (WS-HCH-IDX).
005840     SET WS-HCH-PT-IDX TO WS-HCH-POINTS (WS-HCH-IDX).
005850     MOVE HCP-EFFECTIVE-DATE TO
005860         WS-HCH-EFFECTIVE-DATE (WS-HCH-IDX, WS-HCH-PT-IDX).
005870     MOVE HCP-HANDICAP TO
005880         WS-HCH-HANDICAP (WS-HCH-IDX, WS-HCH-PT-IDX).
005890 1280-EXIT.
005900     EXIT.

005910*****************************************************************
005920* 1300-LOAD-ROSTER - READ THE PLAYER ROSTER MASTER ONCE PER     *
005930*     RUN INTO A TABLE IN WORKING STORAGE.  A MISSING ROSTER    *
005940*     FILE LEAVES THE TABLE EMPTY AND THE SHEET SHOWS THE RAW   *
005950*     PLAYER ID IN PLACE OF THE DISPLAY NAME.                   *
005960*****************************************************************
005970 1300-LOAD-ROSTER.
005980     OPEN INPUT ROSTER-IN.
005990     IF WS-ROSTER-NOT-FOUND
006000         CONTINUE
006010     ELSE
006020         PERFORM 1310-READ-ROSTER-ROW THRU 1310-EXIT
006030             UNTIL WS-ROSTER-IN-EOF
006040         CLOSE ROSTER-IN
006050     END-IF.
006060 1300-EXIT.
006070     EXIT.

006080*****************************************************************
006090* 1310-READ-ROSTER-ROW - READ ONE ROSTER RECORD INTO THE NEXT   *
006100*     TABLE ENTRY.                                              *
006110*****************************************************************
006120 1310-READ-ROSTER-ROW.
006130     READ ROSTER-IN INTO ROSTER-RECORD
006140         AT END SET WS-ROSTER-IN-EOF TO TRUE
006150     END-READ.
006160     IF WS-ROSTER-IN-OK
006170         IF WS-ROSTER-COUNT >= 500
006180             DISPLAY "DARTSACC: ROSTER HAS MORE THAN 500 ROWS "
006190                 "- ROWS BEYOND THE 500TH ARE IGNORED"
006200             SET WS-ROSTER-IN-EOF TO TRUE
006210         ELSE
006220             ADD 1 TO WS-ROSTER-COUNT
006230             SET WS-ROSTER-IDX TO WS-ROSTER-COUNT
006240             MOVE ROS-PLAYER-ID   TO
006250                 WS-ROSTER-PLAYER-ID (WS-ROSTER-IDX)
006260             MOVE ROS-PLAYER-NAME TO
006270                 WS-ROSTER-PLAYER-NAME (WS-ROSTER-IDX)
006280             MOVE ROS-TEAM-ID     TO
006290                 WS-ROSTER-TEAM-ID (WS-ROSTER-IDX)
006300             MOVE ROS-LEAGUE-ID   TO
006310                 WS-ROSTER-LEAGUE-ID (WS-ROSTER-IDX)
006320             MOVE ROS-STATUS      TO
006330                 WS-ROSTER-STATUS (WS-ROSTER-IDX)
006340         END-IF
006350     END-IF.
006360 1310-EXIT.
006370     EXIT.

006380*****************************************************************
006390* 1400-LOAD-RULINGS - FIRST PASS OVER THE SORTED TRAIL: TABLE   *
006400*     EVERY COMMITTEE RULING AGAINST THE DART IT RE-CALLS, THEN *
006410*     CLOSE THE FILE SO THE MAIN PASS READS IT FROM THE TOP.    *
006420*     RULINGS SORT LATE (THEY CARRY THE DAY THE COMMITTEE SAT), *
006430*     SO THE ORIGINAL CALL CANNOT WAIT FOR ITS RULING IN ONE    *
006440*     PASS.                                                     *
006450*****************************************************************
006460 1400-LOAD-RULINGS.
006470     OPEN INPUT ACC-IN.
006480     IF WS-ACC-IN-NOT-FOUND
006490         GO TO 1400-EXIT
006500     END-IF.
006510     PERFORM 1410-READ-RULING-ROW THRU 1410-EXIT
006520         UNTIL WS-RLG-PASS-DONE.
006530     CLOSE ACC-IN.
006540 1400-EXIT.
006550     EXIT.

006560*****************************************************************
006570* 1410-READ-RULING-ROW - NOTE AN ORIGINAL CALL'S PLAYER, GAME   *
006580*     AND NIGHT; TABLE A RULING AGAINST ITS RULED NIGHT, OR FOR *
006590*     AN OLDER RULING THAT CARRIES NONE, THE NIGHT OF THE LAST  *
006600*     CALL IN THE SAME PLAYER'S GAME.  A LATER RULING ON THE    *
006610*     SAME DART REPLACES THE EARLIER ONE.                       *
006620*****************************************************************
006630 1410-READ-RULING-ROW.
006640     READ ACC-IN INTO WS-AUDIT-RECORD
006650         AT END
006660             SET WS-RLG-PASS-DONE TO TRUE
006670             GO TO 1410-EXIT
006680     END-READ.
006690     IF NOT AUD-COMMITTEE-ADJUSTMENT
006700         MOVE AUD-PLAYER-ID TO WS-LAST-CALL-PLAYER-ID
006710         MOVE AUD-GAME-ID   TO WS-LAST-CALL-GAME-ID
006720         MOVE AUD-DATE      TO WS-LAST-CALL-DATE
006730         GO TO 1410-EXIT
006740     END-IF.
006750     IF AUD-RULED-NIGHT IS NUMERIC
006760        AND AUD-RULED-NIGHT > ZERO
006770         MOVE AUD-RULED-NIGHT TO WS-RLG-NIGHT-WORK
006780     ELSE
006790         IF AUD-PLAYER-ID = WS-LAST-CALL-PLAYER-ID
006800            AND AUD-GAME-ID = WS-LAST-CALL-GAME-ID
006810             MOVE WS-LAST-CALL-DATE TO WS-RLG-NIGHT-WORK
006820         ELSE
006830             ADD 1 TO WS-UNPLACED-COUNT
006840             GO TO 1410-EXIT
006850         END-IF
006860     END-IF.
006870     MOVE "N" TO WS-RLG-FOUND-SWITCH.
006880     IF WS-RLG-COUNT > ZERO
006890         SET WS-RLG-IDX TO 1
006900         SEARCH WS-RLG-ENTRY
006910             AT END
006920                 CONTINUE
006930             WHEN WS-RLG-PLAYER-ID (WS-RLG-IDX) = AUD-PLAYER-ID
006940              AND WS-RLG-GAME-ID (WS-RLG-IDX) = AUD-GAME-ID
006950              AND WS-RLG-NIGHT (WS-RLG-IDX) = WS-RLG-NIGHT-WORK
006960              AND WS-RLG-ROUND-NBR (WS-RLG-IDX) = AUD-ROUND-NBR
006970              AND WS-RLG-THROW-NBR (WS-RLG-IDX) = AUD-THROW-NBR
006980                 SET WS-RLG-FOUND TO TRUE
006990         END-SEARCH
007000     END-IF.
007010     IF NOT WS-RLG-FOUND
007020         IF WS-RLG-COUNT >= 2000
007030             DISPLAY "DARTSACC: MORE THAN 2000 COMMITTEE RULINGS "
007040                 "- RULINGS BEYOND THE 2000TH ARE IGNORED"
007050             ADD 1 TO WS-UNPLACED-COUNT
007060             GO TO 1410-EXIT
007070         END-IF
007080         ADD 1 TO WS-RLG-COUNT
007090         SET WS-RLG-IDX TO WS-RLG-COUNT
007100         MOVE AUD-PLAYER-ID     TO WS-RLG-PLAYER-ID (WS-RLG-IDX)
007110         MOVE AUD-GAME-ID       TO WS-RLG-GAME-ID (WS-RLG-IDX)
007120         MOVE WS-RLG-NIGHT-WORK TO WS-RLG-NIGHT (WS-RLG-IDX)
007130         MOVE AUD-ROUND-NBR     TO WS-RLG-ROUND-NBR (WS-RLG-IDX)
007140         MOVE AUD-THROW-NBR     TO WS-RLG-THROW-NBR (WS-RLG-IDX)
007150     END-IF.
007160     MOVE AUD-RESULT      TO WS-RLG-RESULT (WS-RLG-IDX).
007170     MOVE AUD-WEDGE-NBR   TO WS-RLG-WEDGE-NBR (WS-RLG-IDX).
007180     MOVE AUD-RING-CODE   TO WS-RLG-RING-CODE (WS-RLG-IDX).
007190     MOVE AUD-SCORE-LABEL TO WS-RLG-SCORE-LABEL (WS-RLG-IDX).
007200 1410-EXIT.
007210     EXIT.

007220*****************************************************************
007230* 2000-PROCESS-DARTS - SKIP COMMITTEE RULINGS AND DARTS OUTSIDE *
007240*     THE REQUEST, PUT A RULED DART'S RULING IN PLACE OF ITS    *
007250*     ORIGINAL CALL, FINISH THE PLAYER ON A PLAYER BREAK, START *
007260*     A NEW LEG ON A LEG BREAK, BANK AND REPLAY THE DART, READ  *
007270*     THE NEXT.                                                 *
007280*****************************************************************
007290 2000-PROCESS-DARTS.
007300     IF AUD-COMMITTEE-ADJUSTMENT
007310         ADD 1 TO WS-RULING-COUNT
007320         PERFORM 2100-READ-DART THRU 2100-EXIT
007330         GO TO 2000-EXIT
007340     END-IF.
007350     IF (WS-REQ-PLAYER-ID NOT = SPACES
007360         AND AUD-PLAYER-ID NOT = WS-REQ-PLAYER-ID)
007370        OR AUD-DATE < WS-REQ-FROM-DATE
007380        OR AUD-DATE > WS-REQ-TO-DATE
007390         ADD 1 TO WS-OUTSIDE-COUNT
007400         PERFORM 2100-READ-DART THRU 2100-EXIT
007410         GO TO 2000-EXIT
007420     END-IF.
007430     IF WS-RLG-COUNT > ZERO
007440         PERFORM 2200-APPLY-RULING THRU 2200-EXIT
007450     END-IF.
007460     IF WS-FIRST-RECORD
007470         MOVE "N" TO WS-FIRST-RECORD-SWITCH
007480         PERFORM 3000-START-PLAYER THRU 3000-EXIT
007490         PERFORM 3100-START-LEG THRU 3100-EXIT
007500     ELSE
007510         IF AUD-PLAYER-ID NOT = WS-PREV-PLAYER-ID
007520             PERFORM 6000-FINISH-PLAYER THRU 6000-EXIT
007530             PERFORM 3000-START-PLAYER THRU 3000-EXIT
007540             PERFORM 3100-START-LEG THRU 3100-EXIT
007550         ELSE
007560             IF AUD-GAME-ID NOT = WS-PREV-GAME-ID
007570                OR AUD-DATE NOT = WS-PREV-DATE
007580                 PERFORM 3100-START-LEG THRU 3100-EXIT
007590             END-IF
007600         END-IF
007610     END-IF.
007620     ADD 1 TO WS-DART-COUNT.
007630     PERFORM 4000-BANK-DART THRU 4000-EXIT.
007640     PERFORM 5000-APPLY-DART THRU 5000-EXIT.
007650     MOVE AUD-PLAYER-ID TO WS-PREV-PLAYER-ID.
007660     MOVE AUD-GAME-ID   TO WS-PREV-GAME-ID.
007670     MOVE AUD-DATE      TO WS-PREV-DATE.
007680     PERFORM 2100-READ-DART THRU 2100-EXIT.
007690 2000-EXIT.
007700     EXIT.

007710*****************************************************************
007720* 2100-READ-DART - READ ONE SORTED AUDIT RECORD, WATCH FOR EOF. *
007730*****************************************************************
007740 2100-READ-DART.
007750     READ ACC-IN INTO WS-AUDIT-RECORD
007760         AT END
007770             SET WS-NO-MORE-DARTS TO TRUE
007780             GO TO 2100-EXIT
007790     END-READ.
007800     ADD 1 TO WS-READ-COUNT.
007810 2100-EXIT.
007820     EXIT.

007830*****************************************************************
007840* 2200-APPLY-RULING - WHEN THE COMMITTEE HAS RULED ON THIS      *
007850*     DART, TAKE THE RULED RESULT, WEDGE, RING AND LABEL IN     *
007860*     PLACE OF THE SCORER'S CALL BEFORE THE DART IS BANKED OR   *
007870*     REPLAYED.                                                 *
007880*****************************************************************
007890 2200-APPLY-RULING.
007900     SET WS-RLG-IDX TO 1.
007910     SEARCH WS-RLG-ENTRY
007920         AT END
007930             CONTINUE
007940         WHEN WS-RLG-PLAYER-ID (WS-RLG-IDX) = AUD-PLAYER-ID
007950          AND WS-RLG-GAME-ID (WS-RLG-IDX) = AUD-GAME-ID
007960          AND WS-RLG-NIGHT (WS-RLG-IDX) = AUD-DATE
007970          AND WS-RLG-ROUND-NBR (WS-RLG-IDX) = AUD-ROUND-NBR
007980          AND WS-RLG-THROW-NBR (WS-RLG-IDX) = AUD-THROW-NBR
007990             MOVE WS-RLG-RESULT (WS-RLG-IDX)      TO AUD-RESULT
008000             MOVE WS-RLG-WEDGE-NBR (WS-RLG-IDX)   TO AUD-WEDGE-NBR
008010             MOVE WS-RLG-RING-CODE (WS-RLG-IDX)   TO AUD-RING-CODE
008020             MOVE WS-RLG-SCORE-LABEL (WS-RLG-IDX)
008030                 TO AUD-SCORE-LABEL
008040             ADD 1 TO WS-RULED-COUNT
008050     END-SEARCH.
008060 2200-EXIT.
008070     EXIT.

008080*****************************************************************
008090* 3000-START-PLAYER - CLEAR THE PLAYER ACCUMULATORS.            *
008100*****************************************************************
008110 3000-START-PLAYER.
008120     MOVE ZERO TO WS-PLY-DARTS.
008130     MOVE ZERO TO WS-PLY-LEGS.
008140     MOVE ZERO TO WS-PLY-MISSES.
008150     MOVE ZERO TO WS-PLY-CO-ATTEMPTS.
008160     MOVE ZERO TO WS-PLY-CO-HITS.
008170     MOVE AUD-DATE TO WS-PLY-FIRST-DATE.
008180     MOVE AUD-DATE TO WS-PLY-LAST-DATE.
008190     PERFORM 3010-CLEAR-SEGMENT THRU 3010-EXIT
008200         VARYING WS-SEG-SUB FROM 1 BY 1
008210         UNTIL WS-SEG-SUB > 21.
008220 3000-EXIT.
008230     EXIT.

008240*****************************************************************
008250* 3010-CLEAR-SEGMENT - ZERO ONE SEGMENT'S COUNTS.               *
008260*****************************************************************
008270 3010-CLEAR-SEGMENT.
008280     MOVE ZERO TO WS-SEG-SINGLES (WS-SEG-SUB).
008290     MOVE ZERO TO WS-SEG-DOUBLES (WS-SEG-SUB).
008300     MOVE ZERO TO WS-SEG-TREBLES (WS-SEG-SUB).
008310     MOVE ZERO TO WS-SEG-CO-ATTEMPTS (WS-SEG-SUB).
008320     MOVE ZERO TO WS-SEG-CO-HITS (WS-SEG-SUB).
008330 3010-EXIT.
008340     EXIT.

008350*****************************************************************
008360* 3100-START-LEG - RESET THE RUNNING TOTAL AND TURN STATE AT    *
008370*     THE LEAGUE'S (HANDICAPPED) STARTING TOTAL.                *
008380*****************************************************************
008390 3100-START-LEG.
008400     PERFORM 3150-FIND-OUT-RULE THRU 3150-EXIT.
008410     PERFORM 3160-APPLY-HANDICAP THRU 3160-EXIT.
008420     MOVE WS-LEG-START-TOTAL TO WS-RUNNING-TOTAL.
008430     MOVE WS-LEG-START-TOTAL TO WS-TURN-START-TOTAL.
008440     MOVE "N" TO WS-LEG-CHECKOUT-SWITCH.
008450     MOVE "N" TO WS-TURN-BUST-SWITCH.
008460     ADD 1 TO WS-PLY-LEGS.
008470 3100-EXIT.
008480     EXIT.

008490*****************************************************************
008500* 3150-FIND-OUT-RULE - SEARCH THE RULE TABLE FOR THIS LEG'S     *
008510*     LEAGUE.  A LEAGUE WITH NO ROW PLAYS STRAIGHT-OUT 501.     *
008520*****************************************************************
008530 3150-FIND-OUT-RULE.
008540     MOVE "S" TO WS-LEG-OUT-MODE.
008550     MOVE 501 TO WS-LEG-START-TOTAL.
008560     MOVE ZERO TO WS-LEG-SET-LEGS.
008570     IF WS-RULE-COUNT > ZERO
008580         SET WS-RULE-IDX TO 1
008590         SEARCH WS-RULE-ENTRY
008600             AT END
008610                 CONTINUE
008620             WHEN WS-RULE-LEAGUE-ID (WS-RULE-IDX)
008630                 = AUD-LEAGUE-ID
008640                 MOVE WS-RULE-OUT-MODE (WS-RULE-IDX)
008650                     TO WS-LEG-OUT-MODE
008660                 MOVE WS-RULE-START-TOTAL (WS-RULE-IDX)
008670                     TO WS-LEG-START-TOTAL
008680                 MOVE WS-RULE-SET-LEGS (WS-RULE-IDX)
008690                     TO WS-LEG-SET-LEGS
008700         END-SEARCH
008710     END-IF.
008720 3150-EXIT.
008730     EXIT.

008740*****************************************************************
008750* 3160-APPLY-HANDICAP - IN A HANDICAP LEAGUE THE LEG STARTS     *
008760*     FROM THE LEAGUE TOTAL LESS THE PLAYER'S HANDICAP, AS IN   *
008770*     DARTSLSM.  WHEN THE HANDICAP HISTORY IS LOADED THE        *
008780*     HANDICAP IN FORCE ON THE LEG'S NIGHT IS TAKEN (SEE 3165). *
008790*****************************************************************
008800 3160-APPLY-HANDICAP.
008810     IF WS-HCH-LOADED
008820         PERFORM 3165-HANDICAP-IN-FORCE THRU 3165-EXIT
008830         GO TO 3160-EXIT
008840     END-IF.
008850     IF WS-HCP-COUNT > ZERO
008860         SET WS-HCP-IDX TO 1
008870         SEARCH WS-HCP-ENTRY
008880             AT END
008890                 CONTINUE
008900             WHEN WS-HCP-PLAYER-ID (WS-HCP-IDX) = AUD-PLAYER-ID
008910              AND WS-HCP-LEAGUE-ID (WS-HCP-IDX) = AUD-LEAGUE-ID
008920                 IF WS-HCP-HANDICAP (WS-HCP-IDX)
008930                    < WS-LEG-START-TOTAL - 1
008940                     SUBTRACT WS-HCP-HANDICAP (WS-HCP-IDX)
008950                         FROM WS-LEG-START-TOTAL
008960                 END-IF
008970         END-SEARCH
008980     END-IF.
008990 3160-EXIT.
009000     EXIT.

009010*****************************************************************
009020* 3165-HANDICAP-IN-FORCE - THE PLAYER'S HANDICAP FOR THIS       *
009030*     LEAGUE AS IT STOOD ON THE LEG'S NIGHT: THE LATEST HISTORY *
009040*     POINT DATED BEFORE THE NIGHT, SINCE A MASTER TAKES EFFECT *
009050*     FROM THE NIGHT AFTER DARTSHCP WRITES IT.  NO POINT BEFORE *
009060*     THE NIGHT PLAYS OFF THE FLAT TOTAL.                       *
009070*****************************************************************
009080 3165-HANDICAP-IN-FORCE.
009090     MOVE AUD-DATE TO WS-HCH-LEG-DATE.
009100     MOVE ZERO TO WS-HCH-IN-FORCE.
009110     SET WS-HCH-IDX TO 1.
009120     SEARCH WS-HCH-ENTRY
009130         AT END
009140             GO TO 3165-EXIT
009150         WHEN WS-HCH-PLAYER-ID (WS-HCH-IDX) = AUD-PLAYER-ID
009160          AND WS-HCH-LEAGUE-ID (WS-HCH-IDX) = AUD-LEAGUE-ID
009170             PERFORM 3166-CHECK-HANDICAP-POINT THRU 3166-EXIT
009180                 VARYING WS-HCH-PT-IDX FROM 1 BY 1
009190                 UNTIL WS-HCH-PT-IDX > WS-HCH-POINTS (WS-HCH-IDX)
009200     END-SEARCH.
009210     IF WS-HCH-IN-FORCE > ZERO
009220        AND WS-HCH-IN-FORCE < WS-LEG-START-TOTAL - 1
009230         SUBTRACT WS-HCH-IN-FORCE FROM WS-LEG-START-TOTAL
009240     END-IF.
009250 3165-EXIT.
009260     EXIT.

009270*****************************************************************
009280* 3166-CHECK-HANDICAP-POINT - A POINT DATED BEFORE THE LEG'S    *
009290*     NIGHT IS IN FORCE UNTIL A LATER ONE REPLACES IT.          *
009300*****************************************************************
009310 3166-CHECK-HANDICAP-POINT.
009320     IF WS-HCH-EFFECTIVE-DATE (WS-HCH-IDX, WS-HCH-PT-IDX)
009330        < WS-HCH-LEG-DATE
009340         MOVE WS-HCH-HANDICAP (WS-HCH-IDX, WS-HCH-PT-IDX)
009350             TO WS-HCH-IN-FORCE
009360     END-IF.
009370 3166-EXIT.
009380     EXIT.

009390*****************************************************************
009400* 4000-BANK-DART - COUNT THE DART AGAINST ITS WEDGE AND RING.   *
009410*     A SINGLE, DOUBLE OR TREBLE WITHOUT A WEDGE 1-20 ON IT     *
009420*     CANNOT BE PLACED AND COUNTS AS A MISS.                    *
009430*****************************************************************
009440 4000-BANK-DART.
009450     ADD 1 TO WS-PLY-DARTS.
009460     IF AUD-DATE < WS-PLY-FIRST-DATE
009470         MOVE AUD-DATE TO WS-PLY-FIRST-DATE
009480     END-IF.
009490     IF AUD-DATE > WS-PLY-LAST-DATE
009500         MOVE AUD-DATE TO WS-PLY-LAST-DATE
009510     END-IF.
009520     IF AUD-RING-CODE = "B"
009530         IF AUD-RESULT = 50
009540             ADD 1 TO WS-SEG-DOUBLES (21)
009550         ELSE
009560             ADD 1 TO WS-SEG-SINGLES (21)
009570         END-IF
009580         GO TO 4000-EXIT
009590     END-IF.
009600     IF AUD-WEDGE-NBR IS NOT NUMERIC
009610        OR AUD-WEDGE-NBR < 1
009620        OR AUD-WEDGE-NBR > 20
009630         ADD 1 TO WS-PLY-MISSES
009640         GO TO 4000-EXIT
009650     END-IF.
009660     EVALUATE AUD-RING-CODE
009670         WHEN "S"
009680             ADD 1 TO WS-SEG-SINGLES (AUD-WEDGE-NBR)
009690         WHEN "D"
009700             ADD 1 TO WS-SEG-DOUBLES (AUD-WEDGE-NBR)
009710         WHEN "T"
009720             ADD 1 TO WS-SEG-TREBLES (AUD-WEDGE-NBR)
009730         WHEN OTHER
009740             ADD 1 TO WS-PLY-MISSES
009750     END-EVALUATE.
009760 4000-EXIT.
009770     EXIT.

009780*****************************************************************
009790* 5000-APPLY-DART - REPLAY ONE DART AGAINST THE RUNNING TOTAL   *
009800*     WITH DARTSLSM'S BUST AND CHECKOUT RULES.  BEFORE IT IS    *
009810*     APPLIED, A DART IN AN OPEN DOUBLE-OUT LEG WITH A          *
009820*     REMAINDER ONE DOUBLE CAN FINISH IS AN ATTEMPT AT THAT     *
009830*     DOUBLE; IT IS A HIT WHEN THE REPLAY CHECKS THE LEG OUT.   *
009840*****************************************************************
009850 5000-APPLY-DART.
009860     IF AUD-THROW-NBR = 1
009870         MOVE WS-RUNNING-TOTAL TO WS-TURN-START-TOTAL
009880         MOVE "N" TO WS-TURN-BUST-SWITCH
009890     END-IF.
009900     MOVE ZERO TO WS-TARGET-SEG.
009910     IF WS-LEG-DOUBLE-OUT
009920        AND NOT WS-LEG-CHECKED-OUT
009930         PERFORM 5100-FIND-TARGET THRU 5100-EXIT
009940     END-IF.
009950     IF WS-TARGET-SEG > ZERO
009960         ADD 1 TO WS-SEG-CO-ATTEMPTS (WS-TARGET-SEG)
009970         ADD 1 TO WS-PLY-CO-ATTEMPTS
009980     END-IF.
009990     COMPUTE WS-TRIAL-TOTAL = WS-RUNNING-TOTAL - AUD-RESULT.
010000     EVALUATE TRUE
010010         WHEN WS-TRIAL-TOTAL = 0
010020              AND (NOT WS-LEG-DOUBLE-OUT
010030                   OR AUD-RING-CODE = "D"
010040                   OR AUD-SCORE-LABEL = "DB")
010050             MOVE WS-TRIAL-TOTAL TO WS-RUNNING-TOTAL
010060             SET WS-LEG-CHECKED-OUT TO TRUE
010070             IF WS-TARGET-SEG > ZERO
010080                 ADD 1 TO WS-SEG-CO-HITS (WS-TARGET-SEG)
010090                 ADD 1 TO WS-PLY-CO-HITS
010100             END-IF
010110         WHEN WS-LEG-DOUBLE-OUT
010120              AND (WS-TRIAL-TOTAL = 0 OR WS-TRIAL-TOTAL = 1
010130                   OR WS-TRIAL-TOTAL < 0)
010140             MOVE WS-TURN-START-TOTAL TO WS-RUNNING-TOTAL
010150             SET WS-TURN-BUSTED TO TRUE
010160         WHEN WS-TRIAL-TOTAL < 0
010170             SET WS-TURN-BUSTED TO TRUE
010180         WHEN OTHER
010190             MOVE WS-TRIAL-TOTAL TO WS-RUNNING-TOTAL
010200     END-EVALUATE.
010210 5000-EXIT.
010220     EXIT.

010230*****************************************************************
010240* 5100-FIND-TARGET - THE DOUBLE THE REMAINDER LEAVES: 50 IS THE *
010250*     BULL (SEGMENT 21), AN EVEN 2 TO 40 IS DOUBLE HALF OF IT.  *
010260*     ANY OTHER REMAINDER NEEDS MORE THAN ONE DART AND IS NOT   *
010270*     AN ATTEMPT.                                               *
010280*****************************************************************
010290 5100-FIND-TARGET.
010300     IF WS-RUNNING-TOTAL = 50
010310         MOVE 21 TO WS-TARGET-SEG
010320         GO TO 5100-EXIT
010330     END-IF.
010340     IF WS-RUNNING-TOTAL < 2
010350        OR WS-RUNNING-TOTAL > 40
010360         GO TO 5100-EXIT
010370     END-IF.
010380     DIVIDE WS-RUNNING-TOTAL BY 2 GIVING WS-HALF-REMAINDER
010390         REMAINDER WS-ODD-REMAINDER.
010400     IF WS-ODD-REMAINDER = ZERO
010410         MOVE WS-HALF-REMAINDER TO WS-TARGET-SEG
010420     END-IF.
010430 5100-EXIT.
010440     EXIT.

010450*****************************************************************
010460* 6000-FINISH-PLAYER - PRINT THE PLAYER'S SHEET AND WRITE THE   *
010470*     EXTRACT ROWS.                                             *
010480*****************************************************************
010490 6000-FINISH-PLAYER.
010500     PERFORM 6050-FIND-PLAYER-NAME THRU 6050-EXIT.
010510     WRITE ACC-RPT-RECORD FROM WS-BLANK-LINE.
010520     MOVE WS-PREV-PLAYER-ID TO PLL-PLAYER-ID.
010530     MOVE WS-PLAYER-NAME    TO PLL-PLAYER-NAME.
010540     MOVE WS-PLY-FIRST-DATE TO PLL-FIRST-DATE.
010550     MOVE WS-PLY-LAST-DATE  TO PLL-LAST-DATE.
010560     MOVE WS-PLY-DARTS      TO PLL-DARTS.
010570     MOVE WS-PLY-LEGS       TO PLL-LEGS.
010580     WRITE ACC-RPT-RECORD FROM WS-PLAYER-LINE.
010590     WRITE ACC-RPT-RECORD FROM WS-SEGMENT-HEADING.
010600     PERFORM 6100-PRINT-WEDGE THRU 6100-EXIT
010610         VARYING WS-ORDER-SUB FROM 1 BY 1
010620         UNTIL WS-ORDER-SUB > 20.
010630     MOVE 21 TO WS-SEG-SUB.
010640     PERFORM 6200-PRINT-SEGMENT THRU 6200-EXIT.
010650     MOVE "BULL" TO SGL-LABEL.
010660     WRITE ACC-RPT-RECORD FROM WS-SEGMENT-LINE.
010670     PERFORM 6150-PRINT-MISSES THRU 6150-EXIT.
010680     WRITE ACC-RPT-RECORD FROM WS-BLANK-LINE.
010690     MOVE 20 TO WS-SPREAD-CENTRE.
010700     PERFORM 6300-PRINT-SPREAD THRU 6300-EXIT.
010710     MOVE 19 TO WS-SPREAD-CENTRE.
010720     PERFORM 6300-PRINT-SPREAD THRU 6300-EXIT.
010730     MOVE WS-PLY-CO-ATTEMPTS TO CKL-ATTEMPTS.
010740     MOVE WS-PLY-CO-HITS     TO CKL-HITS.
010750     MOVE ZERO TO WS-SHARE.
010760     IF WS-PLY-CO-ATTEMPTS > ZERO
010770         COMPUTE WS-SHARE ROUNDED =
010780             WS-PLY-CO-HITS * 1000 / WS-PLY-CO-ATTEMPTS / 10
010790     END-IF.
010800     MOVE WS-SHARE TO CKL-SHARE.
010810     WRITE ACC-RPT-RECORD FROM WS-CHECKOUT-LINE.
010820     PERFORM 6500-WRITE-EXTRACT THRU 6500-EXIT
010830         VARYING WS-SEG-SUB FROM 1 BY 1
010840         UNTIL WS-SEG-SUB > 21.
010850     PERFORM 6550-WRITE-MISS-EXTRACT THRU 6550-EXIT.
010860     ADD 1 TO WS-PLAYER-COUNT.
010870 6000-EXIT.
010880     EXIT.

010890*****************************************************************
010900* 6050-FIND-PLAYER-NAME - LOOK UP THE ROSTER DISPLAY NAME.  A   *
010910*     PLAYER NOT ON THE ROSTER SHOWS THE RAW ID.                *
010920*****************************************************************
010930 6050-FIND-PLAYER-NAME.
010940     MOVE WS-PREV-PLAYER-ID TO WS-PLAYER-NAME.
010950     IF WS-ROSTER-COUNT > ZERO
010960         SET WS-ROSTER-IDX TO 1
010970         SEARCH WS-ROSTER-ENTRY
010980             AT END
010990                 CONTINUE
011000             WHEN WS-ROSTER-PLAYER-ID (WS-ROSTER-IDX)
011010                 = WS-PREV-PLAYER-ID
011020                 MOVE WS-ROSTER-PLAYER-NAME (WS-ROSTER-IDX)
011030                     TO WS-PLAYER-NAME
011040         END-SEARCH
011050     END-IF.
011060 6050-EXIT.
011070     EXIT.

011080*****************************************************************
011090* 6100-PRINT-WEDGE - ONE SHEET LINE FOR THE WEDGE AT THIS       *
011100*     POSITION ROUND THE BOARD.                                 *
011110*****************************************************************
011120 6100-PRINT-WEDGE.
011130     MOVE WS-WEDGE-NUMBER (WS-ORDER-SUB) TO WS-SEG-SUB.
011140     PERFORM 6200-PRINT-SEGMENT THRU 6200-EXIT.
011150     MOVE WS-SEG-SUB TO WS-SEG-LABEL-EDIT.
011160     MOVE WS-SEG-LABEL-EDIT TO SGL-LABEL.
011170     WRITE ACC-RPT-RECORD FROM WS-SEGMENT-LINE.
011180 6100-EXIT.
011190     EXIT.

011200*****************************************************************
011210* 6150-PRINT-MISSES - THE MISS LINE: DARTS OFF THE SCORING AREA *
011220*     IN THE TOTAL COLUMN, NOTHING ELSE.                        *
011230*****************************************************************
011240 6150-PRINT-MISSES.
011250     MOVE "MISS" TO SGL-LABEL.
011260     MOVE ZERO TO SGL-SINGLES.
011270     MOVE ZERO TO SGL-DOUBLES.
011280     MOVE ZERO TO SGL-TREBLES.
011290     MOVE WS-PLY-MISSES TO SGL-TOTAL.
011300     MOVE ZERO TO WS-SHARE.
011310     IF WS-PLY-DARTS > ZERO
011320         COMPUTE WS-SHARE ROUNDED =
011330             WS-PLY-MISSES * 1000 / WS-PLY-DARTS / 10
011340     END-IF.
011350     MOVE WS-SHARE TO SGL-SHARE.
011360     MOVE ZERO TO SGL-CO-ATTEMPTS.
011370     MOVE ZERO TO SGL-CO-HITS.
011380     MOVE ZERO TO SGL-CO-SHARE.
011390     WRITE ACC-RPT-RECORD FROM WS-SEGMENT-LINE.
011400 6150-EXIT.
011410     EXIT.

011420*****************************************************************
011430* 6200-PRINT-SEGMENT - FILL THE SHEET LINE FOR SEGMENT          *
011440*     WS-SEG-SUB: RING COUNTS, TOTAL, SHARE OF THE PLAYER'S     *
011450*     DARTS, AND CHECKOUT ATTEMPTS AND HITS AT ITS DOUBLE.      *
011460*****************************************************************
011470 6200-PRINT-SEGMENT.
011480     COMPUTE WS-SEG-DARTS = WS-SEG-SINGLES (WS-SEG-SUB)
011490         + WS-SEG-DOUBLES (WS-SEG-SUB)
011500         + WS-SEG-TREBLES (WS-SEG-SUB).
011510     MOVE WS-SEG-SINGLES (WS-SEG-SUB) TO SGL-SINGLES.
011520     MOVE WS-SEG-DOUBLES (WS-SEG-SUB) TO SGL-DOUBLES.
011530     MOVE WS-SEG-TREBLES (WS-SEG-SUB) TO SGL-TREBLES.
011540     MOVE WS-SEG-DARTS TO SGL-TOTAL.
011550     MOVE ZERO TO WS-SHARE.
011560     IF WS-PLY-DARTS > ZERO
011570         COMPUTE WS-SHARE ROUNDED =
011580             WS-SEG-DARTS * 1000 / WS-PLY-DARTS / 10
011590     END-IF.
011600     MOVE WS-SHARE TO SGL-SHARE.
011610     MOVE WS-SEG-CO-ATTEMPTS (WS-SEG-SUB) TO SGL-CO-ATTEMPTS.
011620     MOVE WS-SEG-CO-HITS (WS-SEG-SUB)     TO SGL-CO-HITS.
011630     MOVE ZERO TO WS-SHARE.
011640     IF WS-SEG-CO-ATTEMPTS (WS-SEG-SUB) > ZERO
011650         COMPUTE WS-SHARE ROUNDED =
011660             WS-SEG-CO-HITS (WS-SEG-SUB) * 1000
011670             / WS-SEG-CO-ATTEMPTS (WS-SEG-SUB) / 10
011680     END-IF.
011690     MOVE WS-SHARE TO SGL-CO-SHARE.
011700 6200-EXIT.
011710     EXIT.

011720*****************************************************************
011730* 6300-PRINT-SPREAD - THE CENTRE WEDGE AND ITS NEIGHBOURS EACH  *
011740*     SIDE ON THE BOARD: DARTS IN EACH, ITS SHARE OF THE THREE  *
011750*     TOGETHER, AND ITS TREBLES.                                *
011760*****************************************************************
011770 6300-PRINT-SPREAD.
011780     SET WS-ORDER-IDX TO 1.
011790     SEARCH WS-WEDGE-NUMBER
011800         AT END
011810             GO TO 6300-EXIT
011820         WHEN WS-WEDGE-NUMBER (WS-ORDER-IDX) = WS-SPREAD-CENTRE
011830             CONTINUE
011840     END-SEARCH.
011850     SET WS-ORDER-SUB TO WS-ORDER-IDX.
011860     IF WS-ORDER-SUB = 1
011870         MOVE WS-WEDGE-NUMBER (20) TO WS-SPREAD-LEFT
011880     ELSE
011890         MOVE WS-WEDGE-NUMBER (WS-ORDER-SUB - 1)
011900             TO WS-SPREAD-LEFT
011910     END-IF.
011920     IF WS-ORDER-SUB = 20
011930         MOVE WS-WEDGE-NUMBER (1) TO WS-SPREAD-RIGHT
011940     ELSE
011950         MOVE WS-WEDGE-NUMBER (WS-ORDER-SUB + 1)
011960             TO WS-SPREAD-RIGHT
011970     END-IF.
011980     MOVE WS-SPREAD-CENTRE TO SPL-CENTRE.
011990     MOVE ZERO TO WS-SPREAD-DARTS.
012000     MOVE WS-SPREAD-LEFT TO WS-SEG-SUB.
012010     PERFORM 6350-ADD-SPREAD-DARTS THRU 6350-EXIT.
012020     MOVE WS-SPREAD-CENTRE TO WS-SEG-SUB.
012030     PERFORM 6350-ADD-SPREAD-DARTS THRU 6350-EXIT.
012040     MOVE WS-SPREAD-RIGHT TO WS-SEG-SUB.
012050     PERFORM 6350-ADD-SPREAD-DARTS THRU 6350-EXIT.
012060     MOVE WS-SPREAD-LEFT TO WS-SEG-SUB.
012070     PERFORM 6360-SPREAD-SHARE THRU 6360-EXIT.
012080     MOVE WS-SPREAD-LEFT TO SPL-LEFT-WEDGE.
012090     MOVE WS-SEG-DARTS   TO SPL-LEFT-DARTS.
012100     MOVE WS-SHARE       TO SPL-LEFT-SHARE.
012110     MOVE WS-SEG-TREBLES (WS-SEG-SUB) TO SPL-LEFT-TREBLES.
012120     MOVE WS-SPREAD-CENTRE TO WS-SEG-SUB.
012130     PERFORM 6360-SPREAD-SHARE THRU 6360-EXIT.
012140     MOVE WS-SPREAD-CENTRE TO SPL-CENTRE-WEDGE.
012150     MOVE WS-SEG-DARTS     TO SPL-CENTRE-DARTS.
012160     MOVE WS-SHARE         TO SPL-CENTRE-SHARE.
012170     MOVE WS-SEG-TREBLES (WS-SEG-SUB) TO SPL-CENTRE-TREBLES.
012180     MOVE WS-SPREAD-RIGHT TO WS-SEG-SUB.
012190     PERFORM 6360-SPREAD-SHARE THRU 6360-EXIT.
012200     MOVE WS-SPREAD-RIGHT TO SPL-RIGHT-WEDGE.
012210     MOVE WS-SEG-DARTS    TO SPL-RIGHT-DARTS.
012220     MOVE WS-SHARE        TO SPL-RIGHT-SHARE.
012230     MOVE WS-SEG-TREBLES (WS-SEG-SUB) TO SPL-RIGHT-TREBLES.
012240     WRITE ACC-RPT-RECORD FROM WS-SPREAD-LINE.
012250 6300-EXIT.
012260     EXIT.

012270*****************************************************************
012280* 6350-ADD-SPREAD-DARTS - ADD ONE WEDGE'S DARTS TO THE GROUP.   *
012290*****************************************************************
012300 6350-ADD-SPREAD-DARTS.
012310     ADD WS-SEG-SINGLES (WS-SEG-SUB) WS-SEG-DOUBLES (WS-SEG-SUB)
012320         WS-SEG-TREBLES (WS-SEG-SUB) TO WS-SPREAD-DARTS.
012330 6350-EXIT.
012340     EXIT.

012350*****************************************************************
012360* 6360-SPREAD-SHARE - ONE WEDGE'S DARTS AND ITS SHARE OF THE    *
012370*     GROUP.                                                    *
012380*****************************************************************
012390 6360-SPREAD-SHARE.
012400     COMPUTE WS-SEG-DARTS = WS-SEG-SINGLES (WS-SEG-SUB)
012410         + WS-SEG-DOUBLES (WS-SEG-SUB)
012420         + WS-SEG-TREBLES (WS-SEG-SUB).
012430     MOVE ZERO TO WS-SHARE.
012440     IF WS-SPREAD-DARTS > ZERO
012450         COMPUTE WS-SHARE ROUNDED =
012460             WS-SEG-DARTS * 1000 / WS-SPREAD-DARTS / 10
012470     END-IF.
012480 6360-EXIT.
012490     EXIT.

012500*****************************************************************
012510* 6500-WRITE-EXTRACT - ONE EXTRACT ROW FOR SEGMENT WS-SEG-SUB;  *
012520*     SEGMENT 21 GOES OUT AS WEDGE 25, THE BULL.                *
012530*****************************************************************
012540 6500-WRITE-EXTRACT.
012550     MOVE WS-PREV-PLAYER-ID TO ACX-PLAYER-ID.
012560     MOVE WS-PLY-FIRST-DATE TO ACX-FIRST-DATE.
012570     MOVE WS-PLY-LAST-DATE  TO ACX-LAST-DATE.
012580     IF WS-SEG-SUB = 21
012590         MOVE 25 TO ACX-WEDGE-NBR
012600     ELSE
012610         MOVE WS-SEG-SUB TO ACX-WEDGE-NBR
012620     END-IF.
012630     MOVE WS-SEG-SINGLES (WS-SEG-SUB) TO ACX-SINGLES.
012640     MOVE WS-SEG-DOUBLES (WS-SEG-SUB) TO ACX-DOUBLES.
012650     MOVE WS-SEG-TREBLES (WS-SEG-SUB) TO ACX-TREBLES.
012660     COMPUTE ACX-WEDGE-DARTS = WS-SEG-SINGLES (WS-SEG-SUB)
012670         + WS-SEG-DOUBLES (WS-SEG-SUB)
012680         + WS-SEG-TREBLES (WS-SEG-SUB).
012690     MOVE WS-PLY-DARTS TO ACX-PLAYER-DARTS.
012700     MOVE WS-SEG-CO-ATTEMPTS (WS-SEG-SUB) TO ACX-CO-ATTEMPTS.
012710     MOVE WS-SEG-CO-HITS (WS-SEG-SUB)     TO ACX-CO-HITS.
012720     WRITE ACC-EXT-RECORD FROM ACCURACY-EXTRACT-RECORD.
012730     ADD 1 TO WS-EXTRACT-COUNT.
012740 6500-EXIT.
012750     EXIT.

012760*****************************************************************
012770* 6550-WRITE-MISS-EXTRACT - THE PLAYER'S MISS ROW, WEDGE 00.    *
012780*****************************************************************
012790 6550-WRITE-MISS-EXTRACT.
012800     MOVE WS-PREV-PLAYER-ID TO ACX-PLAYER-ID.
012810     MOVE WS-PLY-FIRST-DATE TO ACX-FIRST-DATE.
012820     MOVE WS-PLY-LAST-DATE  TO ACX-LAST-DATE.
012830     MOVE ZERO TO ACX-WEDGE-NBR.
012840     MOVE WS-PLY-MISSES TO ACX-SINGLES.
012850     MOVE ZERO TO ACX-DOUBLES.
012860     MOVE ZERO TO ACX-TREBLES.
012870     MOVE WS-PLY-MISSES TO ACX-WEDGE-DARTS.
012880     MOVE WS-PLY-DARTS TO ACX-PLAYER-DARTS.
012890     MOVE ZERO TO ACX-CO-ATTEMPTS.
012900     MOVE ZERO TO ACX-CO-HITS.
012910     WRITE ACC-EXT-RECORD FROM ACCURACY-EXTRACT-RECORD.
012920     ADD 1 TO WS-EXTRACT-COUNT.
012930 6550-EXIT.
012940     EXIT.

012950*****************************************************************
012960* 8000-WRITE-TOTALS - RECORDS READ AND WHERE THEY WENT.         *
012970*****************************************************************
012980 8000-WRITE-TOTALS.
012990     WRITE ACC-RPT-RECORD FROM WS-BLANK-LINE.
013000     MOVE "AUDIT RECORDS READ"        TO TOT-LABEL.
013010     MOVE WS-READ-COUNT              TO TOT-COUNT.
013020     WRITE ACC-RPT-RECORD FROM WS-TOTAL-LINE.
013030     MOVE "COMMITTEE RULINGS READ"    TO TOT-LABEL.
013040     MOVE WS-RULING-COUNT            TO TOT-COUNT.
013050     WRITE ACC-RPT-RECORD FROM WS-TOTAL-LINE.
013060     MOVE "DARTS RE-CALLED BY RULING" TO TOT-LABEL.
013070     MOVE WS-RULED-COUNT             TO TOT-COUNT.
013080     WRITE ACC-RPT-RECORD FROM WS-TOTAL-LINE.
013090     MOVE "RULINGS NOT PLACED"        TO TOT-LABEL.
013100     MOVE WS-UNPLACED-COUNT          TO TOT-COUNT.
013110     WRITE ACC-RPT-RECORD FROM WS-TOTAL-LINE.
013120     MOVE "OUTSIDE PLAYER/DATE RANGE" TO TOT-LABEL.
013130     MOVE WS-OUTSIDE-COUNT           TO TOT-COUNT.
013140     WRITE ACC-RPT-RECORD FROM WS-TOTAL-LINE.
013150     MOVE "DARTS ANALYSED"            TO TOT-LABEL.
013160     MOVE WS-DART-COUNT              TO TOT-COUNT.
013170     WRITE ACC-RPT-RECORD FROM WS-TOTAL-LINE.
013180     MOVE "PLAYERS REPORTED"          TO TOT-LABEL.
013190     MOVE WS-PLAYER-COUNT            TO TOT-COUNT.
013200     WRITE ACC-RPT-RECORD FROM WS-TOTAL-LINE.
013210     MOVE "EXTRACT RECORDS WRITTEN"   TO TOT-LABEL.
013220     MOVE WS-EXTRACT-COUNT           TO TOT-COUNT.
013230     WRITE ACC-RPT-RECORD FROM WS-TOTAL-LINE.
013240 8000-EXIT.
013250     EXIT.

013260*****************************************************************
013270* 9000-TERMINATE - CLOSE FILES.                                 *
013280*****************************************************************
013290 9000-TERMINATE.
013300     IF NOT WS-ACC-IN-NOT-FOUND
013310         CLOSE ACC-IN
013320     END-IF.
013330     CLOSE ACC-RPT.
013340     CLOSE ACC-EXT.
013350 9000-EXIT.
013360     EXIT.
