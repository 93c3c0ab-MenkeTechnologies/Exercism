000010*****************************************************************
000020* PROGRAM-ID.  DARTSCUP.                                        *
000030* AUTHOR.      R. HALVORSEN, SCORING SYSTEMS GROUP.             *
000040* INSTALLATION. RIVERSIDE DARTS LEAGUE DATA PROCESSING.         *
000050* DATE-WRITTEN. 2026-10-15.                                     *
000060*                                                               *
000070* REMARKS.  KNOCKOUT CUP RUN - THE DRAW, THE BRACKET AND THE    *
000080*     NEXT ROUND'S FIXTURES FOR A SINGLE-ELIMINATION CUP SUCH   *
000090*     AS THE RIVERSIDE CUP.  ONE CUPCTL CARD NAMES THE CUP AND  *
000100*     THE RUN.  A DRAW RUN ("D") READS THE CUP ENTRY FILE       *
000110*     (PLAYER AND OPTIONAL SEED, EDITED AGAINST THE ROSTER AS   *
000120*     DARTSFGN EDITS FIXTURES), ROUNDS THE ENTRY UP TO A POWER  *
000130*     OF TWO AND DRAWS ROUND 1 IN THE STANDARD SEEDED ORDER     *
000140*     (1 V LAST, SO SEEDS 1 AND 2 CAN ONLY MEET IN THE FINAL):  *
000150*     A SEEDED DRAW ("S") PUTS EACH SEED IN ITS PLACE AND DRAWS *
000160*     THE UNSEEDED PLAYERS INTO THE REST OUT OF THE HAT; A      *
000170*     RANDOM DRAW ("R") DRAWS EVERYBODY OUT OF THE HAT.  THE    *
000180*     HAT IS A PSEUDO-RANDOM SHUFFLE STARTED FROM THE CARD'S    *
000190*     SEED NUMBER, SO A DRAW CAN BE REPEATED EXACTLY.  THE      *
000200*     PLACES BEYOND THE ENTRY ARE BYES AND FALL AGAINST THE TOP *
000210*     OF THE DRAW.  A PROGRESS RUN ("P"), EACH WEEK AFTER       *
000220*     DARTSMAT, READS THE SEASON'S MATCH RESULTS FOR THE CUP'S  *
000230*     TIES: A COMPLETE RESULT PUTS THE WINNER THROUGH; AN       *
000240*     UNDECIDED OR NO LEGS RESULT HOLDS THAT BRANCH UNTIL THE   *
000250*     CONTINUATION IS SCORED.  THE LAST ROW PER MATCH ID        *
000260*     STANDS, AS IN DARTSTEA, SO A RESCORE (DARTSADJ AND A      *
000270*     DARTSMAT RERUN) CAN CHANGE A TIE'S WINNER - UNTIL THE     *
000280*     NEXT ROUND'S TIE FOR THAT SLOT HAS BEEN ADDED, WHEN THE   *
000290*     CHANGE IS A FINDING.  IN BOTH RUNS, AS SOON AS BOTH       *
000300*     TIES FEEDING A NEXT-ROUND TIE ARE DECIDED THE TIE IS      *
000310*     ADDED TO THE BRACKET AND ITS FIXTURE IS WRITTEN FOR THE   *
000320*     FIXTURES MASTER, DATED THE ROUND INTERVAL AFTER THE LATER *
000330*     FEEDING TIE - THE DRAW CARD'S INTERVAL, HELD ON EVERY TIE *
000332*     OF THE BRACKET SO THE WEEKLY RUNS KEEP TO IT, UNLESS A    *
000334*     PROGRESS CARD GIVES ANOTHER.  THE NEW BRACKET MASTER (SEE *
000336*     DCUPBRK) IS WRITTEN AS THE NEXT GENERATION WITH EVERY     *
000338*     OTHER CUP'S TIES COPIED THROUGH, AND THE PRINTED BRACKET  *
000340*     SHOWS EVERY ROUND TO DATE.  ANY ERROR SETS RETURN CODE 8; *
000350*     AN ERROR ON THE CARD OR THE ENTRY LEAVES THE CUP AS IT    *
000360*     STOOD.                                                    *
000380*                                                               *
000390* MODIFICATION HISTORY.                                         *
000400*     2026-10-15  RH   ORIGINAL PROGRAM.                        *
000410*****************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. DARTSCUP.
000440 AUTHOR. R. HALVORSEN.
000450 DATE-WRITTEN. 2026-10-15.
000460 DATE-COMPILED. 2026-10-15.

000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT CUP-CTL      ASSIGN TO CUPCTL
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-CUP-CTL-STATUS.
000530     SELECT CUP-ENTRY    ASSIGN TO CUPENTRY
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-CUP-ENTRY-STATUS.
000560     SELECT ROSTER-IN    ASSIGN TO ROSTER
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-ROSTER-IN-STATUS.
000590     SELECT BRK-PRIOR    ASSIGN TO BRKPRIOR
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-BRK-PRIOR-STATUS.
000620     SELECT MATCH-IN     ASSIGN TO MATCHIN
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-MATCH-IN-STATUS.
000650     SELECT BRK-OUT      ASSIGN TO BRKOUT
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-BRK-OUT-STATUS.
000680     SELECT CUP-FIX      ASSIGN TO CUPFIX
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-CUP-FIX-STATUS.
000710     SELECT CUP-RPT      ASSIGN TO CUPRPT
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-CUP-RPT-STATUS.

000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  CUP-CTL
000770     RECORDING MODE IS F.
000780 01  CUP-CTL-RECORD              PIC X(23).

000790 FD  CUP-ENTRY
000800     RECORDING MODE IS F.
000810 01  CUP-ENTRY-RECORD            PIC X(16).

000820 FD  ROSTER-IN
000830     RECORDING MODE IS F.
000840 01  ROSTER-IN-RECORD            PIC X(43).

000850 FD  BRK-PRIOR
000860     RECORDING MODE IS F.
000870 01  BRK-PRIOR-RECORD            PIC X(77).

000880 FD  MATCH-IN
000890     RECORDING MODE IS F.
000900 01  MATCH-IN-RECORD             PIC X(56).

000910 FD  BRK-OUT
000920     RECORDING MODE IS F.
000930 01  BRK-OUT-RECORD              PIC X(77).

000940 FD  CUP-FIX
000950     RECORDING MODE IS F.
000960 01  CUP-FIX-RECORD              PIC X(42).

000970 FD  CUP-RPT
000980     RECORDING MODE IS F.
000990 01  CUP-RPT-RECORD              PIC X(132).

001000 WORKING-STORAGE SECTION.
001010 01  WS-CUP-CTL-STATUS           PIC XX.
001020     88  WS-CUP-CTL-OK                    VALUE "00".
001030     88  WS-CUP-CTL-NOT-FOUND             VALUE "35".
001040 01  WS-CUP-ENTRY-STATUS         PIC XX.
001050     88  WS-CUP-ENTRY-OK                  VALUE "00".
001060     88  WS-CUP-ENTRY-EOF                 VALUE "10".
001070     88  WS-CUP-ENTRY-NOT-FOUND           VALUE "35".
001080 01  WS-ROSTER-IN-STATUS         PIC XX.
001090     88  WS-ROSTER-IN-OK                  VALUE "00".
001100     88  WS-ROSTER-IN-EOF                 VALUE "10".
001110     88  WS-ROSTER-NOT-FOUND              VALUE "35".
001120 01  WS-BRK-PRIOR-STATUS         PIC XX.
001130     88  WS-BRK-PRIOR-OK                  VALUE "00".
001140     88  WS-BRK-PRIOR-EOF                 VALUE "10".
001150     88  WS-BRK-PRIOR-NOT-FOUND           VALUE "35".
001160 01  WS-MATCH-IN-STATUS          PIC XX.
001170     88  WS-MATCH-IN-OK                   VALUE "00".
001180     88  WS-MATCH-IN-EOF                  VALUE "10".
001190     88  WS-MATCH-IN-NOT-FOUND            VALUE "35".
001200 01  WS-BRK-OUT-STATUS           PIC XX.
001210     88  WS-BRK-OUT-OK                    VALUE "00".
001220 01  WS-CUP-FIX-STATUS           PIC XX.
001230     88  WS-CUP-FIX-OK                    VALUE "00".
001240 01  WS-CUP-RPT-STATUS           PIC XX.
001250     88  WS-CUP-RPT-OK                    VALUE "00".

001260*****************************************************************
001270* CUPCTL CARD - CUP ID, RUN TYPE (D DRAW, P PROGRESS), DRAW     *
001280* METHOD (S SEEDED, R RANDOM), THE HAT'S SEED NUMBER, THE DATE  *
001290* OF ROUND 1, BEST-OF AND THE DAYS BETWEEN ROUNDS (ZERO IS A    *
001300* WEEK).  ON A PROGRESS RUN A NONZERO BEST-OF APPLIES TO THE    *
001310* TIES THE RUN ADDS, SO THE FINAL CAN BE PLAYED LONGER, AND     *
001312* NONZERO DAYS BETWEEN ROUNDS REPLACE THE INTERVAL THE DRAW     *
001314* LEFT ON THE BRACKET FOR THOSE TIES AND THE ROUNDS AFTER THEM. *
001316* A PROGRESS CARD WITH BOTH ZERO OR BLANK CHANGES NEITHER.      *
001320*****************************************************************
001330 01  WS-CUP-CONTROL.
001340     05  CTL-CUP-ID              PIC X(04).
001350     05  CTL-RUN-TYPE            PIC X(01).
001360         88  CTL-DRAW-RUN                VALUE "D".
001370         88  CTL-PROGRESS-RUN            VALUE "P".
001380     05  CTL-DRAW-METHOD         PIC X(01).
001390         88  CTL-SEEDED-DRAW             VALUE "S".
001400         88  CTL-RANDOM-DRAW             VALUE "R".
001410     05  CTL-RANDOM-SEED         PIC 9(05).
001420     05  CTL-FIRST-DATE          PIC 9(08).
001430     05  CTL-BEST-OF             PIC 9(02).
001440     05  CTL-ROUND-DAYS          PIC 9(02).

001450 01  WS-CUP-ENTRY.
001460     05  CEN-CUP-ID              PIC X(04).
001470     05  CEN-PLAYER-ID           PIC X(10).
001480     05  CEN-SEED                PIC X(02).
001490     05  CEN-SEED-NBR REDEFINES CEN-SEED
001500                                 PIC 9(02).

001510 01  WS-ERROR-COUNT              PIC 9(05) COMP VALUE ZERO.
001520 01  WS-ENTRY-EOF-SWITCH         PIC X(01) VALUE "N".
001530     88  WS-NO-MORE-ENTRIES              VALUE "Y".
001540 01  WS-CTL-SWITCH               PIC X(01) VALUE "N".
001550     88  WS-CTL-CARD-OK                  VALUE "Y".
001560 01  WS-CUP-HOLD-SWITCH          PIC X(01) VALUE "N".
001570     88  WS-CUP-HELD                     VALUE "Y".
001580 01  WS-ROW-ERROR-SWITCH         PIC X(01) VALUE "N".
001590     88  WS-ROW-HAS-ERROR                VALUE "Y".
001600 01  WS-TIE-FOUND-SWITCH         PIC X(01) VALUE "N".
001610     88  WS-TIE-FOUND                    VALUE "Y".
001620 01  WS-ROSTER-FOUND-SWITCH      PIC X(01) VALUE "N".
001630     88  WS-ROSTER-PLAYER-FOUND          VALUE "Y".
001640 01  WS-HEADING-SWITCH           PIC X(01) VALUE "N".
001650     88  WS-ROUND-HEADING-DONE           VALUE "Y".
001660 01  WS-FINDING-TEXT             PIC X(40) VALUE SPACES.

001670 01  WS-ENTRANT-COUNT            PIC 9(03) COMP VALUE ZERO.
001680 01  WS-BYE-COUNT                PIC 9(03) COMP VALUE ZERO.
001690 01  WS-RESULTS-APPLIED          PIC 9(05) COMP VALUE ZERO.
001700 01  WS-HELD-COUNT               PIC 9(05) COMP VALUE ZERO.
001710 01  WS-FIXTURES-WRITTEN         PIC 9(05) COMP VALUE ZERO.
001720 01  WS-OTHER-CUP-ROWS           PIC 9(05) COMP VALUE ZERO.
001730 01  WS-ROUND-DAYS               PIC 9(02) VALUE 7.
001732 01  WS-TIE-ROUND-DAYS           PIC 9(02) VALUE 7.
001734 01  WS-CARD-DAYS-SWITCH         PIC X(01) VALUE "N".
001736     88  WS-CARD-DAYS-GIVEN              VALUE "Y".

001740*****************************************************************
001750* THE ENTRY OF THE CUP IN HAND, THEN THE DRAW: POSITION N OF    *
001760* THE DRAW HOLDS THE PLAYER DRAWN AS NUMBER N (SEEDS SIT AT     *
001770* THEIR OWN NUMBER; NUMBERS BEYOND THE ENTRY ARE THE BYES), AND *
001780* THE ORDER TABLE LISTS THE NUMBERS DOWN THE BRACKET - ROUND 1  *
001790* SLOT K IS ORDER (2K-1) V ORDER (2K).  THE POOL IS THE HAT.    *
001800*****************************************************************
001810 01  WS-ENT-TABLE.
001820     05  WS-ENT-ENTRY OCCURS 128 TIMES.
001830         10  WS-ENT-PLAYER-ID        PIC X(10).
001840         10  WS-ENT-SEED             PIC 9(02).
001850 01  WS-ENT-SUB                  PIC 9(03) COMP VALUE ZERO.
001860 01  WS-ENT-SCAN-SUB             PIC 9(03) COMP VALUE ZERO.
001870 01  WS-ENTRY-SEED               PIC 9(02) VALUE ZERO.
001880 01  WS-POS-TABLE.
001890     05  WS-POS-ENTRY OCCURS 128 TIMES.
001900         10  WS-POS-PLAYER-ID        PIC X(10).
001910         10  WS-POS-SEED             PIC 9(02).
001920 01  WS-ORDER-TABLE.
001930     05  WS-ORDER-NBR OCCURS 128 TIMES
001940                                 PIC 9(03) COMP.
001950 01  WS-NEW-ORDER-TABLE.
001960     05  WS-NEW-ORDER-NBR OCCURS 128 TIMES
001970                                 PIC 9(03) COMP.
001980 01  WS-ORDER-SIZE               PIC 9(03) COMP VALUE ZERO.
001990 01  WS-POOL-TABLE.
002000     05  WS-POOL-ENT OCCURS 128 TIMES
002010                                 PIC 9(03) COMP.
002020 01  WS-POOL-COUNT               PIC 9(03) COMP VALUE ZERO.
002030 01  WS-POOL-SUB                 PIC 9(03) COMP VALUE ZERO.
002040 01  WS-SWAP-HOLD                PIC 9(03) COMP VALUE ZERO.
002050 01  WS-RAND-VALUE               PIC 9(06) COMP VALUE ZERO.
002060 01  WS-RAND-PICK                PIC 9(03) COMP VALUE ZERO.
002070 01  WS-HOME-POS                 PIC 9(03) COMP VALUE ZERO.
002080 01  WS-AWAY-POS                 PIC 9(03) COMP VALUE ZERO.

002090*****************************************************************
002100* BRACKET SHAPE AND THE TIE IN HAND.                            *
002110*****************************************************************
002120 01  WS-BRACKET-SIZE             PIC 9(03) COMP VALUE ZERO.
002130 01  WS-ROUND-TOTAL              PIC 9(02) COMP VALUE ZERO.
002140 01  WS-ROUND-SUB                PIC 9(02) COMP VALUE ZERO.
002150 01  WS-SLOTS-IN-ROUND           PIC 9(03) COMP VALUE ZERO.
002160 01  WS-SLOT-SUB                 PIC 9(03) COMP VALUE ZERO.
002170 01  WS-PAIR-SUB                 PIC 9(03) COMP VALUE ZERO.
002180 01  WS-PAIR-COUNT               PIC 9(03) COMP VALUE ZERO.
002190 01  WS-FIND-ROUND               PIC 9(02) VALUE ZERO.
002200 01  WS-FIND-SLOT                PIC 9(02) VALUE ZERO.
002210 01  WS-CUP-MATCH-ID.
002220     05  WS-CMI-CUP-ID           PIC X(04).
002230     05  WS-CMI-ROUND            PIC 9(02).
002240     05  WS-CMI-SLOT             PIC 9(02).
002250 01  WS-FEED-1-WINNER            PIC X(10) VALUE SPACES.
002260 01  WS-FEED-1-SEED              PIC 9(02) VALUE ZERO.
002270 01  WS-FEED-1-DATE              PIC 9(08) VALUE ZERO.
002280 01  WS-FEED-1-BEST-OF           PIC 9(02) VALUE ZERO.
002290 01  WS-FEED-2-WINNER            PIC X(10) VALUE SPACES.
002300 01  WS-FEED-2-SEED              PIC 9(02) VALUE ZERO.
002310 01  WS-FEED-2-DATE              PIC 9(08) VALUE ZERO.
002320 01  WS-NEXT-DATE                PIC 9(08) VALUE ZERO.
002330 01  WS-DATE-INTEGER             PIC 9(08) COMP VALUE ZERO.
002340 01  WS-LOOKUP-PLAYER-ID         PIC X(10) VALUE SPACES.
002350 01  WS-LOOKUP-NAME              PIC X(20) VALUE SPACES.
002360 01  WS-TIE-SUB                  PIC 9(03) COMP VALUE ZERO.

002370*****************************************************************
002380* THE CUP'S MATCH RESULTS, LAST ROW PER MATCH ID.  DARTSMAT     *
002390* APPENDS EVERY SCORING OF A FIXTURE, SO THE LATER ROW STANDS.  *
002400*****************************************************************
002410 01  WS-CRS-COUNT                PIC 9(03) COMP VALUE ZERO.
002420 01  WS-CRS-TABLE.
002430     05  WS-CRS-ENTRY OCCURS 1 TO 255 TIMES
002440                      DEPENDING ON WS-CRS-COUNT
002450                      INDEXED BY WS-CRS-IDX.
002460         10  WS-CRS-MATCH-ID         PIC X(08).
002470         10  WS-CRS-ROW              PIC X(56).

002480 01  WS-TITLE-LINE.
002490     05  FILLER                  PIC X(14) VALUE "KNOCKOUT CUP: ".
002500     05  TTL-CUP-ID              PIC X(04).
002510     05  FILLER                  PIC X(08) VALUE "   RUN: ".
002520     05  TTL-RUN-TEXT            PIC X(10).
002530     05  FILLER                  PIC X(08) VALUE "  DRAW: ".
002540     05  TTL-DRAW-TEXT           PIC X(08).

002550 01  WS-ENTRY-HEADING.
002560     05  FILLER                  PIC X(14) VALUE "PLAYER".
002570     05  FILLER                  PIC X(06) VALUE "SEED".
002580     05  FILLER                  PIC X(22) VALUE "NAME".
002590     05  FILLER                  PIC X(08) VALUE "FINDING".

002600 01  WS-ENTRY-LINE.
002610     05  ENL-PLAYER-ID           PIC X(10).
002620     05  FILLER                  PIC X(04) VALUE SPACES.
002630     05  ENL-SEED                PIC X(02).
002640     05  FILLER                  PIC X(04) VALUE SPACES.
002650     05  ENL-NAME                PIC X(20).
002660     05  FILLER                  PIC X(02) VALUE SPACES.
002670     05  ENL-FINDINGS            PIC X(40).

002680 01  WS-FINDING-LINE.
002690     05  FDL-KEY                 PIC X(10).
002700     05  FILLER                  PIC X(02) VALUE SPACES.
002710     05  FDL-TEXT                PIC X(40).

002720 01  WS-ROUND-HEADING.
002730     05  RHD-ROUND-NAME          PIC X(16).
002740     05  FILLER                  PIC X(07) VALUE " TIES: ".
002750     05  RHD-SLOTS               PIC ZZ9.

002760 01  WS-ROUND-LABEL.
002770     05  FILLER                  PIC X(06) VALUE "ROUND ".
002780     05  RLB-ROUND-NBR           PIC Z9.

002790 01  WS-BRACKET-LINE.
002800     05  BKL-MATCH-ID            PIC X(08).
002810     05  FILLER                  PIC X(02) VALUE SPACES.
002820     05  BKL-SCHED-DATE          PIC 9(08).
002830     05  FILLER                  PIC X(02) VALUE SPACES.
002840     05  BKL-HOME-SEED           PIC X(04).
002850     05  FILLER                  PIC X(01) VALUE SPACES.
002860     05  BKL-HOME-NAME           PIC X(20).
002870     05  FILLER                  PIC X(01) VALUE SPACES.
002880     05  BKL-SCORE               PIC X(07).
002890     05  FILLER                  PIC X(02) VALUE SPACES.
002900     05  BKL-AWAY-SEED           PIC X(04).
002910     05  FILLER                  PIC X(01) VALUE SPACES.
002920     05  BKL-AWAY-NAME           PIC X(20).
002930     05  FILLER                  PIC X(02) VALUE SPACES.
002940     05  BKL-STATUS-TEXT         PIC X(30).

002950 01  WS-SEED-EDIT.
002960     05  FILLER                  PIC X(01) VALUE "(".
002970     05  SDE-SEED                PIC Z9.
002980     05  FILLER                  PIC X(01) VALUE ")".

002990 01  WS-SCORE-EDIT.
003000     05  SCE-HOME-LEGS           PIC Z9.
003010     05  FILLER                  PIC X(03) VALUE " - ".
003020     05  SCE-AWAY-LEGS           PIC Z9.

003030 01  WS-STATUS-BUILD.
003040     05  STB-PREFIX              PIC X(07).
003050     05  STB-TEXT                PIC X(23).

003060 01  WS-WINNER-LINE.
003070     05  FILLER                  PIC X(12) VALUE "CUP WINNER: ".
003080     05  WNL-NAME                PIC X(20).

003090 01  WS-TOTAL-LINE.
003100     05  TOT-LABEL               PIC X(30).
003110     05  TOT-COUNT               PIC ZZZZ9.

003120 01  WS-VERDICT-LINE             PIC X(50).
003130 01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

003140 COPY DCUPBRK.
003150 COPY DFIXTURE.
003160 COPY DROSTER.

003170 PROCEDURE DIVISION.

003180*****************************************************************
003190* 0000-MAINLINE - DRAW OR PROGRESS THE CUP, PUT THROUGH EVERY   *
003200*     TIE NOW DUE, WRITE AND PRINT THE BRACKET, SET THE         *
003210*     CONDITION CODE.  THE BRACKET IS LOADED AND WRITTEN EVEN   *
003220*     WHEN THE CARD IS BAD SO THE NEW GENERATION NEVER LOSES    *
003230*     ANOTHER CUP'S TIES.                                       *
003240*****************************************************************
003250 0000-MAINLINE.
003260     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003270     PERFORM 1400-LOAD-BRACKET THRU 1400-EXIT.
003280     IF NOT WS-CUP-HELD
003290         IF CTL-DRAW-RUN
003300             PERFORM 2000-DRAW-CUP THRU 2000-EXIT
003310         ELSE
003320             PERFORM 3000-APPLY-RESULTS THRU 3000-EXIT
003330         END-IF
003340     END-IF.
003350     IF NOT WS-CUP-HELD
003360         PERFORM 4000-ADVANCE-ROUNDS THRU 4000-EXIT
003370     END-IF.
003380     PERFORM 5000-WRITE-BRACKET THRU 5000-EXIT.
003390     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
003400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003410     IF WS-ERROR-COUNT > ZERO
003420         MOVE 8 TO RETURN-CODE
003430     END-IF.
003440     GOBACK.

003450*****************************************************************
003460* 1000-INITIALIZE - OPEN THE OUTPUTS, READ AND EDIT THE CARD,   *
003470*     LOAD THE ROSTER.                                          *
003480*****************************************************************
003490 1000-INITIALIZE.
003500     OPEN OUTPUT CUP-RPT.
003510     OPEN OUTPUT BRK-OUT.
003520     OPEN OUTPUT CUP-FIX.
003530     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
003540     PERFORM 1300-LOAD-ROSTER THRU 1300-EXIT.
003550 1000-EXIT.
003560     EXIT.

003570*****************************************************************
003580* 1100-READ-CONTROL-CARD - THE CUPCTL CARD.  A MISSING OR BAD   *
003590*     CARD IS AN ERROR AND HOLDS THE CUP AS IT STANDS.          *
003600*****************************************************************
003610 1100-READ-CONTROL-CARD.
003620     MOVE SPACES TO WS-CUP-CONTROL.
003630     OPEN INPUT CUP-CTL.
003640     IF WS-CUP-CTL-NOT-FOUND
003650         CONTINUE
003660     ELSE
003670         READ CUP-CTL INTO WS-CUP-CONTROL
003680             AT END MOVE SPACES TO WS-CUP-CONTROL
003690         END-READ
003700         CLOSE CUP-CTL
003710     END-IF.
003720     MOVE CTL-CUP-ID TO TTL-CUP-ID.
003730     EVALUATE TRUE
003740         WHEN CTL-DRAW-RUN
003750             MOVE "DRAW"     TO TTL-RUN-TEXT
003760         WHEN CTL-PROGRESS-RUN
003770             MOVE "PROGRESS" TO TTL-RUN-TEXT
003780         WHEN OTHER
003790             MOVE SPACES     TO TTL-RUN-TEXT
003800     END-EVALUATE.
003810     EVALUATE TRUE
003820         WHEN NOT CTL-DRAW-RUN
003830             MOVE SPACES   TO TTL-DRAW-TEXT
003840         WHEN CTL-SEEDED-DRAW
003850             MOVE "SEEDED" TO TTL-DRAW-TEXT
003860         WHEN CTL-RANDOM-DRAW
003870             MOVE "RANDOM" TO TTL-DRAW-TEXT
003880         WHEN OTHER
003890             MOVE SPACES   TO TTL-DRAW-TEXT
003900     END-EVALUATE.
003910     WRITE CUP-RPT-RECORD FROM WS-TITLE-LINE.
003920     WRITE CUP-RPT-RECORD FROM WS-BLANK-LINE.
003930     EVALUATE TRUE
003940         WHEN CTL-CUP-ID = SPACES
003950             MOVE "CUPCTL CARD MISSING OR NO CUP ID"
003960                 TO WS-VERDICT-LINE
003970         WHEN NOT CTL-DRAW-RUN AND NOT CTL-PROGRESS-RUN
003980             MOVE "RUN TYPE NOT D OR P" TO WS-VERDICT-LINE
003990         WHEN CTL-DRAW-RUN
004000          AND NOT CTL-SEEDED-DRAW AND NOT CTL-RANDOM-DRAW
004010             MOVE "DRAW METHOD NOT S OR R" TO WS-VERDICT-LINE
004020         WHEN CTL-DRAW-RUN
004030          AND (CTL-RANDOM-SEED NOT NUMERIC
004040            OR CTL-FIRST-DATE NOT NUMERIC
004050            OR CTL-FIRST-DATE < 19000101
004060            OR CTL-BEST-OF NOT NUMERIC
004070            OR CTL-BEST-OF = ZERO)
004080             MOVE "CONTROL CARD NOT NUMERIC" TO WS-VERDICT-LINE
004090         WHEN OTHER
004100             SET WS-CTL-CARD-OK TO TRUE
004110     END-EVALUATE.
004120     IF NOT WS-CTL-CARD-OK
004130         ADD 1 TO WS-ERROR-COUNT
004140         SET WS-CUP-HELD TO TRUE
004150         WRITE CUP-RPT-RECORD FROM WS-VERDICT-LINE
004160         GO TO 1100-EXIT
004170     END-IF.
004180     IF CTL-BEST-OF NOT NUMERIC
004190         MOVE ZERO TO CTL-BEST-OF
004200     END-IF.
004210     IF CTL-ROUND-DAYS NUMERIC AND CTL-ROUND-DAYS > ZERO
004220         MOVE CTL-ROUND-DAYS TO WS-ROUND-DAYS
004225         SET WS-CARD-DAYS-GIVEN TO TRUE
004230     END-IF.
004240 1100-EXIT.
004250     EXIT.

004260*****************************************************************
004270* 1300-LOAD-ROSTER - READ THE PLAYER ROSTER MASTER ONCE PER     *
004280*     RUN INTO A TABLE IN WORKING STORAGE.  A MISSING ROSTER    *
004290*     SKIPS THE ENTRY CHECKS AND THE BRACKET SHOWS PLAYER IDS.  *
004300*****************************************************************
004310 1300-LOAD-ROSTER.
004320     OPEN INPUT ROSTER-IN.
004330     IF WS-ROSTER-NOT-FOUND
004340         CONTINUE
004350     ELSE
004360         PERFORM 1310-READ-ROSTER-ROW THRU 1310-EXIT
004370             UNTIL WS-ROSTER-IN-EOF
004380         CLOSE ROSTER-IN
004390     END-IF.
004400 1300-EXIT.
004410     EXIT.

004420*****************************************************************
004430* 1310-READ-ROSTER-ROW - READ ONE ROSTER RECORD INTO THE NEXT   *
004440*     TABLE ENTRY.  ROWS BEYOND THE TABLE LIMIT ARE DROPPED     *
004450*     WITH A CONSOLE NOTE, AS DARTS DOES FOR BANDPARM.          *
004460*****************************************************************
004470 1310-READ-ROSTER-ROW.
004480     READ ROSTER-IN INTO ROSTER-RECORD
004490         AT END SET WS-ROSTER-IN-EOF TO TRUE
004500     END-READ.
004510     IF WS-ROSTER-IN-OK
004520         IF WS-ROSTER-COUNT >= 500
004530             DISPLAY "DARTSCUP: ROSTER HAS MORE THAN 500 ROWS "
004540                 "- ROWS BEYOND THE 500TH ARE IGNORED"
004550             SET WS-ROSTER-IN-EOF TO TRUE
004560         ELSE
004570             ADD 1 TO WS-ROSTER-COUNT
004580             SET WS-ROSTER-IDX TO WS-ROSTER-COUNT
004590             MOVE ROS-PLAYER-ID   TO
004600                 WS-ROSTER-PLAYER-ID (WS-ROSTER-IDX)
004610             MOVE ROS-PLAYER-NAME TO
004620                 WS-ROSTER-PLAYER-NAME (WS-ROSTER-IDX)
004630             MOVE ROS-TEAM-ID     TO
004640                 WS-ROSTER-TEAM-ID (WS-ROSTER-IDX)
004650             MOVE ROS-LEAGUE-ID   TO
004660                 WS-ROSTER-LEAGUE-ID (WS-ROSTER-IDX)
004670             MOVE ROS-STATUS      TO
004680                 WS-ROSTER-STATUS (WS-ROSTER-IDX)
004690         END-IF
004700     END-IF.
004710 1310-EXIT.
004720     EXIT.

004730*****************************************************************
004740* 1400-LOAD-BRACKET - READ LAST WEEK'S BRACKET MASTER.  THE     *
004750*     CUP IN HAND GOES INTO THE TABLE; EVERY OTHER CUP'S TIES   *
004760*     ARE COPIED STRAIGHT TO THE NEW GENERATION.  NO MASTER     *
004770*     YET (THE FIRST CUP OF ALL) IS AN EMPTY ONE.               *
004780*****************************************************************
004790 1400-LOAD-BRACKET.
004800     OPEN INPUT BRK-PRIOR.
004810     IF WS-BRK-PRIOR-NOT-FOUND
004820         CONTINUE
004830     ELSE
004840         PERFORM 1410-READ-BRACKET-ROW THRU 1410-EXIT
004850             UNTIL WS-BRK-PRIOR-EOF
004860         CLOSE BRK-PRIOR
004870     END-IF.
004880 1400-EXIT.
004890     EXIT.

004900 1410-READ-BRACKET-ROW.
004910     READ BRK-PRIOR INTO CUP-BRACKET-RECORD
004920         AT END
004930             SET WS-BRK-PRIOR-EOF TO TRUE
004940             GO TO 1410-EXIT
004950     END-READ.
004960     IF CBK-CUP-ID NOT = CTL-CUP-ID
004970         WRITE BRK-OUT-RECORD FROM CUP-BRACKET-RECORD
004980         ADD 1 TO WS-OTHER-CUP-ROWS
004990         GO TO 1410-EXIT
005000     END-IF.
005010     PERFORM 4800-TABLE-TIE THRU 4800-EXIT.
005020 1410-EXIT.
005030     EXIT.

005040*****************************************************************
005050* 2000-DRAW-CUP - EDIT THE ENTRY, SIZE THE BRACKET, DRAW ROUND  *
005060*     1.  A CUP ALREADY ON THE MASTER IS NEVER DRAWN AGAIN - A  *
005070*     REDRAW IS DONE BY DELETING ITS TIES FROM THE MASTER.      *
005080*****************************************************************
005090 2000-DRAW-CUP.
005100     IF WS-CBK-COUNT > ZERO
005110         ADD 1 TO WS-ERROR-COUNT
005120         SET WS-CUP-HELD TO TRUE
005130         MOVE "CUP ALREADY DRAWN - ENTRY NOT READ"
005140             TO WS-VERDICT-LINE
005150         WRITE CUP-RPT-RECORD FROM WS-VERDICT-LINE
005160         GO TO 2000-EXIT
005170     END-IF.
005180     PERFORM 2100-LOAD-ENTRIES THRU 2100-EXIT.
005190     IF WS-ENTRANT-COUNT < 2
005200         ADD 1 TO WS-ERROR-COUNT
005210         MOVE "FEWER THAN 2 ENTRANTS" TO WS-VERDICT-LINE
005220         WRITE CUP-RPT-RECORD FROM WS-VERDICT-LINE
005230     END-IF.
005240     IF CTL-SEEDED-DRAW
005250         PERFORM 2150-CHECK-SEED-RANGE THRU 2150-EXIT
005260             VARYING WS-ENT-SUB FROM 1 BY 1
005270             UNTIL WS-ENT-SUB > WS-ENTRANT-COUNT
005280     END-IF.
005290     IF WS-ERROR-COUNT > ZERO
005300         SET WS-CUP-HELD TO TRUE
005310         GO TO 2000-EXIT
005320     END-IF.
005330     PERFORM 2200-SIZE-BRACKET THRU 2200-EXIT.
005340     PERFORM 2300-BUILD-DRAW-ORDER THRU 2300-EXIT.
005350     PERFORM 2400-PLACE-ENTRANTS THRU 2400-EXIT.
005360     COMPUTE WS-SLOTS-IN-ROUND = WS-BRACKET-SIZE / 2.
005370     PERFORM 2500-DRAW-ROUND-ONE-TIE THRU 2500-EXIT
005380         VARYING WS-SLOT-SUB FROM 1 BY 1
005390         UNTIL WS-SLOT-SUB > WS-SLOTS-IN-ROUND.
005400     WRITE CUP-RPT-RECORD FROM WS-BLANK-LINE.
005410 2000-EXIT.
005420     EXIT.

005430*****************************************************************
005440* 2100-LOAD-ENTRIES - THE CUP'S ROWS OF THE ENTRY FILE, EACH    *
005450*     EDITED AND PRINTED ON A PROOF LINE, GOOD OR BAD.          *
005460*****************************************************************
005470 2100-LOAD-ENTRIES.
005480     WRITE CUP-RPT-RECORD FROM WS-ENTRY-HEADING.
005490     OPEN INPUT CUP-ENTRY.
005500     IF WS-CUP-ENTRY-NOT-FOUND
005510         ADD 1 TO WS-ERROR-COUNT
005520         MOVE "CUPENTRY FILE NOT FOUND" TO WS-VERDICT-LINE
005530         WRITE CUP-RPT-RECORD FROM WS-VERDICT-LINE
005540         GO TO 2100-EXIT
005550     END-IF.
005560     PERFORM 2110-READ-ENTRY THRU 2110-EXIT
005570         UNTIL WS-NO-MORE-ENTRIES.
005580     CLOSE CUP-ENTRY.
005590 2100-EXIT.
005600     EXIT.

005610*****************************************************************
005620* 2110-READ-ENTRY - ONE ENTRY: PLAYER ON THE ROSTER AND ACTIVE, *
005630*     NOT ENTERED TWICE, SEED BLANK OR NUMERIC AND NOT GIVEN    *
005640*     TWICE.  A CLEAN ENTRY IS BANKED FOR THE DRAW.             *
005650*****************************************************************
005660 2110-READ-ENTRY.
005670     READ CUP-ENTRY INTO WS-CUP-ENTRY
005680         AT END
005690             SET WS-NO-MORE-ENTRIES TO TRUE
005700             GO TO 2110-EXIT
005710     END-READ.
005720     IF CEN-CUP-ID NOT = CTL-CUP-ID
005730         GO TO 2110-EXIT
005740     END-IF.
005750     MOVE "N" TO WS-ROW-ERROR-SWITCH.
005760     MOVE SPACES        TO ENL-FINDINGS.
005770     MOVE CEN-PLAYER-ID TO ENL-PLAYER-ID.
005780     MOVE CEN-SEED      TO ENL-SEED.
005790     MOVE CEN-PLAYER-ID TO WS-LOOKUP-PLAYER-ID.
005800     PERFORM 7100-FIND-PLAYER-NAME THRU 7100-EXIT.
005810     MOVE WS-LOOKUP-NAME TO ENL-NAME.
005820     PERFORM 5400-CHECK-PLAYER THRU 5400-EXIT.
005830     MOVE ZERO TO WS-ENTRY-SEED.
005840     IF CEN-SEED NOT = SPACES
005850         IF CEN-SEED-NBR NUMERIC
005860             MOVE CEN-SEED-NBR TO WS-ENTRY-SEED
005870         ELSE
005880             MOVE "SEED NOT NUMERIC" TO WS-FINDING-TEXT
005890             PERFORM 5900-FLAG-ERROR THRU 5900-EXIT
005900         END-IF
005910     END-IF.
005920     IF WS-ENTRANT-COUNT > ZERO
005930         PERFORM 2120-MATCH-EARLIER-ENTRY THRU 2120-EXIT
005940             VARYING WS-ENT-SCAN-SUB FROM 1 BY 1
005950             UNTIL WS-ENT-SCAN-SUB > WS-ENTRANT-COUNT
005960     END-IF.
005970     IF WS-ENTRANT-COUNT >= 128
005980         MOVE "ENTRY FULL AT 128 PLAYERS" TO WS-FINDING-TEXT
005990         PERFORM 5900-FLAG-ERROR THRU 5900-EXIT
006000     END-IF.
006010     IF NOT WS-ROW-HAS-ERROR
006020         ADD 1 TO WS-ENTRANT-COUNT
006030         MOVE CEN-PLAYER-ID TO WS-ENT-PLAYER-ID (WS-ENTRANT-COUNT)
006040         MOVE WS-ENTRY-SEED TO WS-ENT-SEED (WS-ENTRANT-COUNT)
006050     END-IF.
006060     WRITE CUP-RPT-RECORD FROM WS-ENTRY-LINE.
006070 2110-EXIT.
006080     EXIT.

006090 2120-MATCH-EARLIER-ENTRY.
006100     IF WS-ENT-PLAYER-ID (WS-ENT-SCAN-SUB) = CEN-PLAYER-ID
006110         MOVE "PLAYER ENTERED TWICE" TO WS-FINDING-TEXT
006120         PERFORM 5900-FLAG-ERROR THRU 5900-EXIT
006130     END-IF.
006140     IF WS-ENTRY-SEED > ZERO
006150        AND WS-ENT-SEED (WS-ENT-SCAN-SUB) = WS-ENTRY-SEED
006160         MOVE "SEED GIVEN TWICE" TO WS-FINDING-TEXT
006170         PERFORM 5900-FLAG-ERROR THRU 5900-EXIT
006180     END-IF.
006190 2120-EXIT.
006200     EXIT.

006210*****************************************************************
006220* 2150-CHECK-SEED-RANGE - A SEED MUST BE A PLACE IN THE ENTRY - *
006230*     SEED 9 OF AN EIGHT-PLAYER ENTRY HAS NOWHERE TO SIT.       *
006240*****************************************************************
006250 2150-CHECK-SEED-RANGE.
006260     IF WS-ENT-SEED (WS-ENT-SUB) > WS-ENTRANT-COUNT
006270         ADD 1 TO WS-ERROR-COUNT
006280         MOVE WS-ENT-PLAYER-ID (WS-ENT-SUB) TO FDL-KEY
006290         MOVE "SEED IS BEYOND THE SIZE OF THE ENTRY" TO FDL-TEXT
006300         WRITE CUP-RPT-RECORD FROM WS-FINDING-LINE
006310     END-IF.
006320 2150-EXIT.
006330     EXIT.

006340*****************************************************************
006350* 2200-SIZE-BRACKET - THE ENTRY ROUNDED UP TO A POWER OF TWO;   *
006360*     THE DIFFERENCE IS THE NUMBER OF BYES.                     *
006370*****************************************************************
006380 2200-SIZE-BRACKET.
006390     MOVE 1 TO WS-BRACKET-SIZE.
006400     MOVE ZERO TO WS-ROUND-TOTAL.
006410     PERFORM 2210-DOUBLE-BRACKET THRU 2210-EXIT
006420         UNTIL WS-BRACKET-SIZE >= WS-ENTRANT-COUNT.
006430     COMPUTE WS-BYE-COUNT = WS-BRACKET-SIZE - WS-ENTRANT-COUNT.
006440 2200-EXIT.
006450     EXIT.

006460 2210-DOUBLE-BRACKET.
006470     MULTIPLY 2 BY WS-BRACKET-SIZE.
006480     ADD 1 TO WS-ROUND-TOTAL.
006490 2210-EXIT.
006500     EXIT.

006510*****************************************************************
006520* 2300-BUILD-DRAW-ORDER - THE STANDARD SEEDED ORDER DOWN THE    *
006530*     BRACKET, BUILT BY DOUBLING: EACH NUMBER N OF THE SMALLER  *
006540*     BRACKET IS FOLLOWED BY ITS OPPONENT (SIZE + 1 - N).  FOR  *
006550*     EIGHT: 1 8 4 5 2 7 3 6.                                   *
006560*****************************************************************
006570 2300-BUILD-DRAW-ORDER.
006580     MOVE 1 TO WS-ORDER-NBR (1).
006590     MOVE 1 TO WS-ORDER-SIZE.
006600     PERFORM 2310-SPREAD-ORDER THRU 2310-EXIT
006610         UNTIL WS-ORDER-SIZE >= WS-BRACKET-SIZE.
006620 2300-EXIT.
006630     EXIT.

006640 2310-SPREAD-ORDER.
006650     PERFORM 2320-SPREAD-ONE THRU 2320-EXIT
006660         VARYING WS-ENT-SUB FROM 1 BY 1
006670         UNTIL WS-ENT-SUB > WS-ORDER-SIZE.
006680     MULTIPLY 2 BY WS-ORDER-SIZE.
006690     PERFORM 2330-COPY-ONE THRU 2330-EXIT
006700         VARYING WS-ENT-SUB FROM 1 BY 1
006710         UNTIL WS-ENT-SUB > WS-ORDER-SIZE.
006720 2310-EXIT.
006730     EXIT.

006740 2320-SPREAD-ONE.
006750     COMPUTE WS-PAIR-SUB = WS-ENT-SUB * 2 - 1.
006760     MOVE WS-ORDER-NBR (WS-ENT-SUB)
006770         TO WS-NEW-ORDER-NBR (WS-PAIR-SUB).
006780     COMPUTE WS-NEW-ORDER-NBR (WS-PAIR-SUB + 1) =
006790         WS-ORDER-SIZE * 2 + 1 - WS-ORDER-NBR (WS-ENT-SUB).
006800 2320-EXIT.
006810     EXIT.

006820 2330-COPY-ONE.
006830     MOVE WS-NEW-ORDER-NBR (WS-ENT-SUB)
006840         TO WS-ORDER-NBR (WS-ENT-SUB).
006850 2330-EXIT.
006860     EXIT.

006870*****************************************************************
006880* 2400-PLACE-ENTRANTS - GIVE EVERY ENTRANT A NUMBER IN THE      *
006890*     DRAW.  ON A SEEDED DRAW EACH SEED TAKES ITS OWN NUMBER;   *
006900*     EVERY OTHER ENTRANT (ALL OF THEM ON A RANDOM DRAW) GOES   *
006910*     INTO THE HAT, THE HAT IS SHUFFLED, AND THE NUMBERS LEFT   *
006920*     ARE FILLED FROM IT IN TURN.                               *
006930*****************************************************************
006940 2400-PLACE-ENTRANTS.
006950     PERFORM 2410-CLEAR-POSITION THRU 2410-EXIT
006960         VARYING WS-ENT-SUB FROM 1 BY 1
006970         UNTIL WS-ENT-SUB > WS-ENTRANT-COUNT.
006980     MOVE ZERO TO WS-POOL-COUNT.
006990     PERFORM 2420-SEAT-SEED THRU 2420-EXIT
007000         VARYING WS-ENT-SUB FROM 1 BY 1
007010         UNTIL WS-ENT-SUB > WS-ENTRANT-COUNT.
007020     MOVE CTL-RANDOM-SEED TO WS-RAND-VALUE.
007030     PERFORM 2430-SHUFFLE-ONE THRU 2430-EXIT
007040         VARYING WS-POOL-SUB FROM WS-POOL-COUNT BY -1
007050         UNTIL WS-POOL-SUB < 2.
007060     MOVE 1 TO WS-POOL-SUB.
007070     PERFORM 2440-FILL-POSITION THRU 2440-EXIT
007080         VARYING WS-ENT-SUB FROM 1 BY 1
007090         UNTIL WS-ENT-SUB > WS-ENTRANT-COUNT.
007100 2400-EXIT.
007110     EXIT.

007120 2410-CLEAR-POSITION.
007130     MOVE SPACES TO WS-POS-PLAYER-ID (WS-ENT-SUB).
007140     MOVE ZERO   TO WS-POS-SEED (WS-ENT-SUB).
007150 2410-EXIT.
007160     EXIT.

007170 2420-SEAT-SEED.
007180     IF CTL-SEEDED-DRAW AND WS-ENT-SEED (WS-ENT-SUB) > ZERO
007190         MOVE WS-ENT-SEED (WS-ENT-SUB) TO WS-HOME-POS
007200         MOVE WS-ENT-PLAYER-ID (WS-ENT-SUB)
007210             TO WS-POS-PLAYER-ID (WS-HOME-POS)
007220         MOVE WS-ENT-SEED (WS-ENT-SUB)
007230             TO WS-POS-SEED (WS-HOME-POS)
007240     ELSE
007250         ADD 1 TO WS-POOL-COUNT
007260         MOVE WS-ENT-SUB TO WS-POOL-ENT (WS-POOL-COUNT)
007270     END-IF.
007280 2420-EXIT.
007290     EXIT.

007300*****************************************************************
007310* 2430-SHUFFLE-ONE - ONE STEP OF THE SHUFFLE: SWAP THE LAST     *
007320*     UNDRAWN PLACE OF THE HAT WITH A PLACE PICKED AT RANDOM    *
007330*     FROM THE ONES BEFORE IT (OR ITSELF).                      *
007340*****************************************************************
007350 2430-SHUFFLE-ONE.
007360     PERFORM 2490-NEXT-RANDOM THRU 2490-EXIT.
007370     COMPUTE WS-RAND-PICK =
007380         FUNCTION MOD(WS-RAND-VALUE, WS-POOL-SUB) + 1.
007390     MOVE WS-POOL-ENT (WS-RAND-PICK) TO WS-SWAP-HOLD.
007400     MOVE WS-POOL-ENT (WS-POOL-SUB)
007410         TO WS-POOL-ENT (WS-RAND-PICK).
007420     MOVE WS-SWAP-HOLD TO WS-POOL-ENT (WS-POOL-SUB).
007430 2430-EXIT.
007440     EXIT.

007450 2440-FILL-POSITION.
007460     IF WS-POS-PLAYER-ID (WS-ENT-SUB) NOT = SPACES
007470         GO TO 2440-EXIT
007480     END-IF.
007490     MOVE WS-POOL-ENT (WS-POOL-SUB) TO WS-ENT-SCAN-SUB.
007500     MOVE WS-ENT-PLAYER-ID (WS-ENT-SCAN-SUB)
007510         TO WS-POS-PLAYER-ID (WS-ENT-SUB).
007520     MOVE ZERO TO WS-POS-SEED (WS-ENT-SUB).
007530     ADD 1 TO WS-POOL-SUB.
007540 2440-EXIT.
007550     EXIT.

007560*****************************************************************
007570* 2490-NEXT-RANDOM - NEXT NUMBER OF THE HAT'S SEQUENCE, A       *
007580*     LINEAR CONGRUENTIAL STEP, SO THE SAME CARD ALWAYS GIVES   *
007590*     THE SAME DRAW.                                            *
007600*****************************************************************
007610 2490-NEXT-RANDOM.
007620     COMPUTE WS-RAND-VALUE =
007630         FUNCTION MOD(WS-RAND-VALUE * 9301 + 49297, 233280).
007640 2490-EXIT.
007650     EXIT.

007660*****************************************************************
007670* 2500-DRAW-ROUND-ONE-TIE - ROUND 1 SLOT K: DRAW NUMBERS        *
007680*     ORDER (2K-1) AND ORDER (2K).  A NUMBER BEYOND THE ENTRY   *
007690*     IS A BYE - THE OTHER SIDE WALKS THROUGH AT HOME AND NO    *
007700*     FIXTURE IS WRITTEN.                                       *
007710*****************************************************************
007720 2500-DRAW-ROUND-ONE-TIE.
007730     COMPUTE WS-PAIR-SUB = WS-SLOT-SUB * 2 - 1.
007740     MOVE WS-ORDER-NBR (WS-PAIR-SUB)     TO WS-HOME-POS.
007750     MOVE WS-ORDER-NBR (WS-PAIR-SUB + 1) TO WS-AWAY-POS.
007760     IF WS-HOME-POS > WS-ENTRANT-COUNT
007770         MOVE WS-HOME-POS TO WS-SWAP-HOLD
007780         MOVE WS-AWAY-POS TO WS-HOME-POS
007790         MOVE WS-SWAP-HOLD TO WS-AWAY-POS
007800     END-IF.
007810     MOVE SPACES          TO CUP-BRACKET-RECORD.
007820     MOVE CTL-CUP-ID      TO CBK-CUP-ID.
007830     MOVE 1               TO CBK-ROUND.
007840     MOVE WS-SLOT-SUB     TO CBK-SLOT.
007850     PERFORM 4850-BUILD-MATCH-ID THRU 4850-EXIT.
007860     MOVE WS-POS-PLAYER-ID (WS-HOME-POS) TO CBK-HOME-PLAYER-ID.
007870     MOVE WS-POS-SEED (WS-HOME-POS)      TO CBK-HOME-SEED.
007880     MOVE CTL-BEST-OF     TO CBK-BEST-OF.
007890     MOVE CTL-FIRST-DATE  TO CBK-SCHED-DATE.
007900     MOVE ZERO            TO CBK-HOME-LEGS-WON.
007910     MOVE ZERO            TO CBK-AWAY-LEGS-WON.
007915     MOVE WS-ROUND-DAYS   TO CBK-ROUND-DAYS.
007920     IF WS-AWAY-POS > WS-ENTRANT-COUNT
007930         MOVE ZERO               TO CBK-AWAY-SEED
007940         MOVE CBK-HOME-PLAYER-ID TO CBK-WINNER-PLAYER-ID
007950         SET CBK-BYE             TO TRUE
007960         MOVE "BYE"              TO CBK-RESULT-STATUS
007970     ELSE
007980         MOVE WS-POS-PLAYER-ID (WS-AWAY-POS) TO CBK-AWAY-PLAYER-ID
007990         MOVE WS-POS-SEED (WS-AWAY-POS)      TO CBK-AWAY-SEED
008000         SET CBK-PENDING TO TRUE
008010         PERFORM 4900-WRITE-FIXTURE THRU 4900-EXIT
008020     END-IF.
008030     PERFORM 4800-TABLE-TIE THRU 4800-EXIT.
008040 2500-EXIT.
008050     EXIT.

008060*****************************************************************
008070* 3000-APPLY-RESULTS - READ THE SEASON'S MATCH RESULTS AND      *
008080*     TABLE THE CUP'S ROWS, LAST ROW PER MATCH ID: THE FILE IS  *
008090*     APPENDED IN ORDER, SO A CONTINUATION SCORED AFTER AN      *
008100*     UNDECIDED NIGHT, OR A RESCORE, REPLACES THE EARLIER ROW.  *
008110*     THEN APPLY EACH TABLED ROW TO ITS TIE.  THE FILE IS       *
008120*     CUMULATIVE, SO A RESULT ALREADY APPLIED LAST WEEK IS SEEN *
008130*     AGAIN AND AGREES.                                         *
008140*****************************************************************
008150 3000-APPLY-RESULTS.
008160     IF WS-CBK-COUNT = ZERO
008170         ADD 1 TO WS-ERROR-COUNT
008180         SET WS-CUP-HELD TO TRUE
008190         MOVE "CUP NOT DRAWN - RUN THE DRAW FIRST"
008200             TO WS-VERDICT-LINE
008210         WRITE CUP-RPT-RECORD FROM WS-VERDICT-LINE
008220         GO TO 3000-EXIT
008230     END-IF.
008240     OPEN INPUT MATCH-IN.
008250     IF WS-MATCH-IN-NOT-FOUND
008260         GO TO 3000-EXIT
008270     END-IF.
008280     PERFORM 3050-TABLE-RESULT-ROW THRU 3050-EXIT
008290         UNTIL WS-MATCH-IN-EOF.
008300     CLOSE MATCH-IN.
008310     IF WS-CRS-COUNT > ZERO
008320         PERFORM 3100-APPLY-ONE-RESULT THRU 3100-EXIT
008330             VARYING WS-CRS-IDX FROM 1 BY 1
008340             UNTIL WS-CRS-IDX > WS-CRS-COUNT
008350     END-IF.
008360 3000-EXIT.
008370     EXIT.

008380*****************************************************************
008390* 3050-TABLE-RESULT-ROW - ONE RESULT ROW.  A ROW FOR THE CUP IN *
008400*     HAND REPLACES ANY EARLIER ROW FOR THE SAME MATCH ID.      *
008410*****************************************************************
008420 3050-TABLE-RESULT-ROW.
008430     READ MATCH-IN INTO MATCH-RESULT-RECORD
008440         AT END
008450             SET WS-MATCH-IN-EOF TO TRUE
008460             GO TO 3050-EXIT
008470     END-READ.
008480     MOVE MRS-MATCH-ID TO WS-CUP-MATCH-ID.
008490     IF WS-CMI-CUP-ID NOT = CTL-CUP-ID
008500         GO TO 3050-EXIT
008510     END-IF.
008520     IF WS-CRS-COUNT > ZERO
008530         SET WS-CRS-IDX TO 1
008540         SEARCH WS-CRS-ENTRY
008550             AT END
008560                 CONTINUE
008570             WHEN WS-CRS-MATCH-ID (WS-CRS-IDX) = MRS-MATCH-ID
008580                 MOVE MATCH-RESULT-RECORD
008590                     TO WS-CRS-ROW (WS-CRS-IDX)
008600                 GO TO 3050-EXIT
008610         END-SEARCH
008620     END-IF.
008630     IF WS-CRS-COUNT >= 255
008640         DISPLAY "DARTSCUP: MORE THAN 255 RESULT MATCH IDS - "
008650             "LATER ONES ARE IGNORED"
008660         ADD 1 TO WS-ERROR-COUNT
008670         GO TO 3050-EXIT
008680     END-IF.
008690     ADD 1 TO WS-CRS-COUNT.
008700     SET WS-CRS-IDX TO WS-CRS-COUNT.
008710     MOVE MRS-MATCH-ID        TO WS-CRS-MATCH-ID (WS-CRS-IDX).
008720     MOVE MATCH-RESULT-RECORD TO WS-CRS-ROW (WS-CRS-IDX).
008730 3050-EXIT.
008740     EXIT.

008750*****************************************************************
008760* 3100-APPLY-ONE-RESULT - THE STANDING ROW OF ONE MATCH ID.  A  *
008770*     COMPLETE ROW PUTS ITS WINNER THROUGH AND ANY OTHER ROW    *
008780*     HOLDS THE TIE, SO A RESCORE CAN CHANGE A DECIDED TIE -    *
008790*     BUT ONLY WHILE THE NEXT ROUND'S TIE FOR THAT SLOT HAS NOT *
008800*     BEEN ADDED; AFTER THAT A CHANGED WINNER IS A FINDING AND  *
008810*     THE TIE STANDS.  A RESULT THAT FITS NO TIE, OR NAMES      *
008820*     OTHER PLAYERS, IS A FINDING.                              *
008830*****************************************************************
008840 3100-APPLY-ONE-RESULT.
008850     MOVE WS-CRS-ROW (WS-CRS-IDX) TO MATCH-RESULT-RECORD.
008860     MOVE MRS-MATCH-ID TO WS-CUP-MATCH-ID.
008870     MOVE MRS-MATCH-ID TO FDL-KEY.
008880     IF WS-CMI-ROUND NOT NUMERIC OR WS-CMI-SLOT NOT NUMERIC
008890         MOVE "NOT A CUP MATCH ID" TO WS-FINDING-TEXT
008900         PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
008910         GO TO 3100-EXIT
008920     END-IF.
008930     MOVE WS-CMI-ROUND TO WS-FIND-ROUND.
008940     MOVE WS-CMI-SLOT  TO WS-FIND-SLOT.
008950     PERFORM 4700-FIND-TIE THRU 4700-EXIT.
008960     IF NOT WS-TIE-FOUND
008970         MOVE "RESULT FOR A TIE NOT IN THE BRACKET"
008980             TO WS-FINDING-TEXT
008990         PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
009000         GO TO 3100-EXIT
009010     END-IF.
009020     SET WS-TIE-SUB TO WS-CBK-IDX.
009030     MOVE WS-CBK-ROW (WS-CBK-IDX) TO CUP-BRACKET-RECORD.
009040     IF MRS-HOME-PLAYER-ID NOT = CBK-HOME-PLAYER-ID
009050        OR MRS-AWAY-PLAYER-ID NOT = CBK-AWAY-PLAYER-ID
009060         MOVE "RESULT PLAYERS DO NOT MATCH THE TIE"
009070             TO WS-FINDING-TEXT
009080         PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
009090         GO TO 3100-EXIT
009100     END-IF.
009110     IF MRS-COMPLETE
009120        AND MRS-WINNER-PLAYER-ID NOT = CBK-HOME-PLAYER-ID
009130        AND MRS-WINNER-PLAYER-ID NOT = CBK-AWAY-PLAYER-ID
009140         MOVE "WINNER IS NEITHER PLAYER OF THE TIE"
009150             TO WS-FINDING-TEXT
009160         PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
009170         GO TO 3100-EXIT
009180     END-IF.
009190     IF CBK-WON
009200        AND (NOT MRS-COMPLETE
009210          OR MRS-WINNER-PLAYER-ID NOT = CBK-WINNER-PLAYER-ID)
009220         PERFORM 3150-FIND-NEXT-TIE THRU 3150-EXIT
009230         IF WS-TIE-FOUND
009240             MOVE "RESULT CHANGED AFTER NEXT ROUND DRAWN"
009250                 TO WS-FINDING-TEXT
009260             PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
009270             GO TO 3100-EXIT
009280         END-IF
009290         SET WS-CBK-IDX TO WS-TIE-SUB
009300     END-IF.
009310     IF MRS-COMPLETE
009320         IF NOT CBK-WON
009330            OR MRS-WINNER-PLAYER-ID NOT = CBK-WINNER-PLAYER-ID
009340             ADD 1 TO WS-RESULTS-APPLIED
009350         END-IF
009360         SET CBK-WON TO TRUE
009370         MOVE MRS-WINNER-PLAYER-ID TO CBK-WINNER-PLAYER-ID
009380     ELSE
009390         SET CBK-HELD TO TRUE
009400         MOVE SPACES TO CBK-WINNER-PLAYER-ID
009410     END-IF.
009420     MOVE MRS-HOME-LEGS-WON TO CBK-HOME-LEGS-WON.
009430     MOVE MRS-AWAY-LEGS-WON TO CBK-AWAY-LEGS-WON.
009440     MOVE MRS-RESULT-STATUS TO CBK-RESULT-STATUS.
009450     MOVE CUP-BRACKET-RECORD TO WS-CBK-ROW (WS-CBK-IDX).
009460 3100-EXIT.
009470     EXIT.

009480*****************************************************************
009490* 3150-FIND-NEXT-TIE - LOOK UP THE NEXT ROUND'S TIE THE TIE IN  *
009500*     HAND FEEDS: SLOTS 2K-1 AND 2K FEED SLOT K.                *
009510*****************************************************************
009520 3150-FIND-NEXT-TIE.
009530     COMPUTE WS-FIND-ROUND = CBK-ROUND + 1.
009540     COMPUTE WS-FIND-SLOT = (CBK-SLOT + 1) / 2.
009550     PERFORM 4700-FIND-TIE THRU 4700-EXIT.
009560 3150-EXIT.
009570     EXIT.

009580*****************************************************************
009590* 4000-ADVANCE-ROUNDS - WORK DOWN THE ROUNDS AND ADD EVERY      *
009600*     NEXT-ROUND TIE WHOSE TWO FEEDING TIES ARE NOW DECIDED,    *
009610*     WITH ITS FIXTURE.  A TIE ADDED HERE IS ONLY PENDING, SO   *
009620*     IT CANNOT FEED THE ROUND AFTER IN THE SAME RUN - EXCEPT   *
009630*     THAT BYES ARE DECIDED FROM THE DRAW.                      *
009640*****************************************************************
009650 4000-ADVANCE-ROUNDS.
009660     PERFORM 4050-MEASURE-BRACKET THRU 4050-EXIT.
009670     IF WS-ROUND-TOTAL < 2
009680         GO TO 4000-EXIT
009690     END-IF.
009700     PERFORM 4100-ADVANCE-ROUND THRU 4100-EXIT
009710         VARYING WS-ROUND-SUB FROM 1 BY 1
009720         UNTIL WS-ROUND-SUB >= WS-ROUND-TOTAL.
009730 4000-EXIT.
009740     EXIT.

009750*****************************************************************
009760* 4050-MEASURE-BRACKET - THE BRACKET SIZE IS TWICE THE TIES OF  *
009770*     ROUND 1; THE NUMBER OF ROUNDS IS HOW MANY TIMES IT HALVES *
009780*     DOWN TO THE FINAL.                                        *
009790*****************************************************************
009800 4050-MEASURE-BRACKET.
009810     MOVE ZERO TO WS-SLOTS-IN-ROUND.
009820     MOVE ZERO TO WS-ROUND-TOTAL.
009830     IF WS-CBK-COUNT > ZERO
009840         PERFORM 4060-COUNT-ROUND-ONE THRU 4060-EXIT
009850             VARYING WS-CBK-IDX FROM 1 BY 1
009860             UNTIL WS-CBK-IDX > WS-CBK-COUNT
009870     END-IF.
009880     COMPUTE WS-BRACKET-SIZE = WS-SLOTS-IN-ROUND * 2.
009890     MOVE 1 TO WS-ORDER-SIZE.
009900     PERFORM 4070-HALVE-BRACKET THRU 4070-EXIT
009910         UNTIL WS-ORDER-SIZE >= WS-BRACKET-SIZE.
009920 4050-EXIT.
009930     EXIT.

009940 4060-COUNT-ROUND-ONE.
009950     IF WS-CBK-ROUND (WS-CBK-IDX) = 1
009960         ADD 1 TO WS-SLOTS-IN-ROUND
009970     END-IF.
009980 4060-EXIT.
009990     EXIT.

010000 4070-HALVE-BRACKET.
010010     MULTIPLY 2 BY WS-ORDER-SIZE.
010020     ADD 1 TO WS-ROUND-TOTAL.
010030 4070-EXIT.
010040     EXIT.

010050 4100-ADVANCE-ROUND.
010060     COMPUTE WS-PAIR-COUNT =
010070         WS-BRACKET-SIZE / (2 ** (WS-ROUND-SUB + 1)).
010080     PERFORM 4200-ADVANCE-PAIR THRU 4200-EXIT
010090         VARYING WS-PAIR-SUB FROM 1 BY 1
010100         UNTIL WS-PAIR-SUB > WS-PAIR-COUNT.
010110 4100-EXIT.
010120     EXIT.

010130*****************************************************************
010140* 4200-ADVANCE-PAIR - SLOTS 2K-1 AND 2K OF THE ROUND IN HAND    *
010150*     FEED SLOT K OF THE NEXT.  THE NEW TIE IS DATED THE ROUND  *
010160*     INTERVAL AFTER THE LATER FEEDING TIE AND KEEPS EACH       *
010170*     WINNER'S SEED; THE WINNER OF THE UPPER TIE IS AT HOME.    *
010172*     THE INTERVAL IS THE ONE THE UPPER TIE CARRIES FROM THE    *
010174*     DRAW, UNLESS THIS RUN'S CARD GIVES ONE; A TIE WITH NONE   *
010176*     (WRITTEN BEFORE THE MASTER CARRIED IT) TAKES A WEEK.      *
010180*****************************************************************
010190 4200-ADVANCE-PAIR.
010200     COMPUTE WS-FIND-ROUND = WS-ROUND-SUB + 1.
010210     MOVE WS-PAIR-SUB TO WS-FIND-SLOT.
010220     PERFORM 4700-FIND-TIE THRU 4700-EXIT.
010230     IF WS-TIE-FOUND
010240         GO TO 4200-EXIT
010250     END-IF.
010260     MOVE WS-ROUND-SUB TO WS-FIND-ROUND.
010270     COMPUTE WS-FIND-SLOT = WS-PAIR-SUB * 2 - 1.
010280     PERFORM 4700-FIND-TIE THRU 4700-EXIT.
010290     IF NOT WS-TIE-FOUND
010300         GO TO 4200-EXIT
010310     END-IF.
010320     MOVE WS-CBK-ROW (WS-CBK-IDX) TO CUP-BRACKET-RECORD.
010330     IF NOT CBK-DECIDED
010340         GO TO 4200-EXIT
010350     END-IF.
010360     MOVE CBK-WINNER-PLAYER-ID TO WS-FEED-1-WINNER.
010370     PERFORM 4250-WINNER-SEED THRU 4250-EXIT.
010380     MOVE WS-FEED-2-SEED       TO WS-FEED-1-SEED.
010390     MOVE CBK-SCHED-DATE       TO WS-FEED-1-DATE.
010400     MOVE CBK-BEST-OF          TO WS-FEED-1-BEST-OF.
010402     MOVE WS-ROUND-DAYS        TO WS-TIE-ROUND-DAYS.
010404     IF NOT WS-CARD-DAYS-GIVEN
010406        AND CBK-ROUND-DAYS NUMERIC
010408        AND CBK-ROUND-DAYS > ZERO
010410         MOVE CBK-ROUND-DAYS   TO WS-TIE-ROUND-DAYS
010412     END-IF.
010414     COMPUTE WS-FIND-SLOT = WS-PAIR-SUB * 2.
010420     PERFORM 4700-FIND-TIE THRU 4700-EXIT.
010430     IF NOT WS-TIE-FOUND
010440         GO TO 4200-EXIT
010450     END-IF.
010460     MOVE WS-CBK-ROW (WS-CBK-IDX) TO CUP-BRACKET-RECORD.
010470     IF NOT CBK-DECIDED
010480         GO TO 4200-EXIT
010490     END-IF.
010500     MOVE CBK-WINNER-PLAYER-ID TO WS-FEED-2-WINNER.
010510     PERFORM 4250-WINNER-SEED THRU 4250-EXIT.
010520     MOVE CBK-SCHED-DATE       TO WS-FEED-2-DATE.
010530     IF WS-FEED-2-DATE > WS-FEED-1-DATE
010540         MOVE WS-FEED-2-DATE TO WS-FEED-1-DATE
010550     END-IF.
010560     COMPUTE WS-DATE-INTEGER =
010570         FUNCTION INTEGER-OF-DATE(WS-FEED-1-DATE)
010575             + WS-TIE-ROUND-DAYS.
010580     COMPUTE WS-NEXT-DATE =
010590         FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
010600     MOVE SPACES           TO CUP-BRACKET-RECORD.
010610     MOVE CTL-CUP-ID       TO CBK-CUP-ID.
010620     COMPUTE CBK-ROUND = WS-ROUND-SUB + 1.
010630     MOVE WS-PAIR-SUB      TO CBK-SLOT.
010640     PERFORM 4850-BUILD-MATCH-ID THRU 4850-EXIT.
010650     MOVE WS-FEED-1-WINNER TO CBK-HOME-PLAYER-ID.
010660     MOVE WS-FEED-1-SEED   TO CBK-HOME-SEED.
010670     MOVE WS-FEED-2-WINNER TO CBK-AWAY-PLAYER-ID.
010680     MOVE WS-FEED-2-SEED   TO CBK-AWAY-SEED.
010690     IF CTL-BEST-OF > ZERO
010700         MOVE CTL-BEST-OF       TO CBK-BEST-OF
010710     ELSE
010720         MOVE WS-FEED-1-BEST-OF TO CBK-BEST-OF
010730     END-IF.
010740     MOVE WS-NEXT-DATE     TO CBK-SCHED-DATE.
010750     MOVE ZERO             TO CBK-HOME-LEGS-WON.
010760     MOVE ZERO             TO CBK-AWAY-LEGS-WON.
010765     MOVE WS-TIE-ROUND-DAYS TO CBK-ROUND-DAYS.
010770     SET CBK-PENDING       TO TRUE.
010780     PERFORM 4900-WRITE-FIXTURE THRU 4900-EXIT.
010790     PERFORM 4800-TABLE-TIE THRU 4800-EXIT.
010800 4200-EXIT.
010810     EXIT.

010820*****************************************************************
010830* 4250-WINNER-SEED - THE SEED OF THE TIE'S WINNER, INTO         *
010840*     WS-FEED-2-SEED.                                           *
010850*****************************************************************
010860 4250-WINNER-SEED.
010870     IF CBK-WINNER-PLAYER-ID = CBK-HOME-PLAYER-ID
010880         MOVE CBK-HOME-SEED TO WS-FEED-2-SEED
010890     ELSE
010900         MOVE CBK-AWAY-SEED TO WS-FEED-2-SEED
010910     END-IF.
010920 4250-EXIT.
010930     EXIT.

010940*****************************************************************
010950* 4700-FIND-TIE - LOOK UP THE TIE AT WS-FIND-ROUND AND          *
010960*     WS-FIND-SLOT; WS-CBK-IDX IS LEFT ON IT WHEN FOUND.        *
010970*****************************************************************
010980 4700-FIND-TIE.
010990     MOVE "N" TO WS-TIE-FOUND-SWITCH.
011000     IF WS-CBK-COUNT = ZERO
011010         GO TO 4700-EXIT
011020     END-IF.
011030     SET WS-CBK-IDX TO 1.
011040     SEARCH WS-CBK-ENTRY
011050         AT END
011060             CONTINUE
011070         WHEN WS-CBK-ROUND (WS-CBK-IDX) = WS-FIND-ROUND
011080          AND WS-CBK-SLOT (WS-CBK-IDX) = WS-FIND-SLOT
011090             SET WS-TIE-FOUND TO TRUE
011100     END-SEARCH.
011110 4700-EXIT.
011120     EXIT.

011130*****************************************************************
011140* 4800-TABLE-TIE - ADD THE TIE IN CUP-BRACKET-RECORD TO THE     *
011150*     TABLE.  A FULL 128-PLAYER CUP HAS 127 TIES, SO THE LIMIT  *
011160*     IS ONLY REACHED BY A DAMAGED MASTER.                      *
011170*****************************************************************
011180 4800-TABLE-TIE.
011190     IF WS-CBK-COUNT >= 255
011200         DISPLAY "DARTSCUP: CUP HAS MORE THAN 255 TIES - TIES "
011210             "BEYOND THE 255TH ARE IGNORED"
011220         ADD 1 TO WS-ERROR-COUNT
011230         GO TO 4800-EXIT
011240     END-IF.
011250     ADD 1 TO WS-CBK-COUNT.
011260     SET WS-CBK-IDX TO WS-CBK-COUNT.
011270     MOVE CBK-ROUND          TO WS-CBK-ROUND (WS-CBK-IDX).
011280     MOVE CBK-SLOT           TO WS-CBK-SLOT (WS-CBK-IDX).
011290     MOVE CUP-BRACKET-RECORD TO WS-CBK-ROW (WS-CBK-IDX).
011300 4800-EXIT.
011310     EXIT.

011320 4850-BUILD-MATCH-ID.
011330     MOVE CTL-CUP-ID TO WS-CMI-CUP-ID.
011340     MOVE CBK-ROUND  TO WS-CMI-ROUND.
011350     MOVE CBK-SLOT   TO WS-CMI-SLOT.
011360     MOVE WS-CUP-MATCH-ID TO CBK-MATCH-ID.
011370 4850-EXIT.
011380     EXIT.

011390*****************************************************************
011400* 4900-WRITE-FIXTURE - THE FIXTURE FOR THE TIE IN HAND, FOR     *
011410*     DARTSMAT TO SCORE.  THE CUP ID STANDS AS THE LEAGUE ID,   *
011420*     SO THE CUP'S RULEPARM ROW SETS ITS FORMAT.                *
011430*****************************************************************
011440 4900-WRITE-FIXTURE.
011450     MOVE CBK-MATCH-ID       TO FIX-MATCH-ID.
011460     MOVE CBK-CUP-ID         TO FIX-LEAGUE-ID.
011470     MOVE CBK-HOME-PLAYER-ID TO FIX-HOME-PLAYER-ID.
011480     MOVE CBK-AWAY-PLAYER-ID TO FIX-AWAY-PLAYER-ID.
011490     MOVE CBK-BEST-OF        TO FIX-BEST-OF.
011500     MOVE CBK-SCHED-DATE     TO FIX-SCHED-DATE.
011510     WRITE CUP-FIX-RECORD FROM FIXTURE-RECORD.
011520     ADD 1 TO WS-FIXTURES-WRITTEN.
011530 4900-EXIT.
011540     EXIT.

011550*****************************************************************
011560* 5000-WRITE-BRACKET - WRITE THE CUP'S TIES TO THE NEW MASTER   *
011570*     AND PRINT THEM, ROUND BY ROUND IN SLOT ORDER, FOR EVERY   *
011580*     ROUND DRAWN SO FAR; THEN THE WINNER ONCE THE FINAL IS     *
011590*     WON.                                                      *
011600*****************************************************************
011610 5000-WRITE-BRACKET.
011620     IF WS-CBK-COUNT = ZERO
011630         GO TO 5000-EXIT
011640     END-IF.
011650     PERFORM 4050-MEASURE-BRACKET THRU 4050-EXIT.
011660     PERFORM 5100-WRITE-ROUND THRU 5100-EXIT
011670         VARYING WS-ROUND-SUB FROM 1 BY 1
011680         UNTIL WS-ROUND-SUB > WS-ROUND-TOTAL.
011690     MOVE WS-ROUND-TOTAL TO WS-FIND-ROUND.
011700     MOVE 1 TO WS-FIND-SLOT.
011710     PERFORM 4700-FIND-TIE THRU 4700-EXIT.
011720     IF WS-TIE-FOUND
011730         MOVE WS-CBK-ROW (WS-CBK-IDX) TO CUP-BRACKET-RECORD
011740         IF CBK-WON
011750             MOVE CBK-WINNER-PLAYER-ID TO WS-LOOKUP-PLAYER-ID
011760             PERFORM 7100-FIND-PLAYER-NAME THRU 7100-EXIT
011770             MOVE WS-LOOKUP-NAME TO WNL-NAME
011780             WRITE CUP-RPT-RECORD FROM WS-BLANK-LINE
011790             WRITE CUP-RPT-RECORD FROM WS-WINNER-LINE
011800         END-IF
011810     END-IF.
011820 5000-EXIT.
011830     EXIT.

011840 5100-WRITE-ROUND.
011850     COMPUTE WS-SLOTS-IN-ROUND =
011860         WS-BRACKET-SIZE / (2 ** WS-ROUND-SUB).
011870     MOVE "N" TO WS-HEADING-SWITCH.
011880     PERFORM 5200-WRITE-TIE THRU 5200-EXIT
011890         VARYING WS-SLOT-SUB FROM 1 BY 1
011900         UNTIL WS-SLOT-SUB > WS-SLOTS-IN-ROUND.
011910 5100-EXIT.
011920     EXIT.

011930*****************************************************************
011940* 5200-WRITE-TIE - ONE TIE TO THE MASTER AND THE BRACKET PRINT. *
011950*     THE ROUND HEADING GOES OUT AHEAD OF ITS FIRST TIE, SO A   *
011960*     ROUND NOT YET DRAWN PRINTS NOTHING.                       *
011970*****************************************************************
011980 5200-WRITE-TIE.
011990     MOVE WS-ROUND-SUB TO WS-FIND-ROUND.
012000     MOVE WS-SLOT-SUB  TO WS-FIND-SLOT.
012010     PERFORM 4700-FIND-TIE THRU 4700-EXIT.
012020     IF NOT WS-TIE-FOUND
012030         GO TO 5200-EXIT
012040     END-IF.
012050     MOVE WS-CBK-ROW (WS-CBK-IDX) TO CUP-BRACKET-RECORD.
012060     WRITE BRK-OUT-RECORD FROM CUP-BRACKET-RECORD.
012070     IF NOT WS-ROUND-HEADING-DONE
012080         PERFORM 5300-WRITE-ROUND-HEADING THRU 5300-EXIT
012090     END-IF.
012100     MOVE CBK-MATCH-ID   TO BKL-MATCH-ID.
012110     MOVE CBK-SCHED-DATE TO BKL-SCHED-DATE.
012120     MOVE SPACES TO BKL-HOME-SEED.
012130     IF CBK-HOME-SEED > ZERO
012140         MOVE CBK-HOME-SEED TO SDE-SEED
012150         MOVE WS-SEED-EDIT  TO BKL-HOME-SEED
012160     END-IF.
012170     MOVE CBK-HOME-PLAYER-ID TO WS-LOOKUP-PLAYER-ID.
012180     PERFORM 7100-FIND-PLAYER-NAME THRU 7100-EXIT.
012190     MOVE WS-LOOKUP-NAME TO BKL-HOME-NAME.
012200     MOVE SPACES TO BKL-AWAY-SEED.
012210     IF CBK-AWAY-SEED > ZERO
012220         MOVE CBK-AWAY-SEED TO SDE-SEED
012230         MOVE WS-SEED-EDIT  TO BKL-AWAY-SEED
012240     END-IF.
012250     IF CBK-BYE
012260         MOVE "BYE" TO BKL-AWAY-NAME
012270     ELSE
012280         MOVE CBK-AWAY-PLAYER-ID TO WS-LOOKUP-PLAYER-ID
012290         PERFORM 7100-FIND-PLAYER-NAME THRU 7100-EXIT
012300         MOVE WS-LOOKUP-NAME TO BKL-AWAY-NAME
012310     END-IF.
012320     MOVE SPACES TO BKL-SCORE.
012330     IF CBK-WON OR CBK-HELD
012340         MOVE CBK-HOME-LEGS-WON TO SCE-HOME-LEGS
012350         MOVE CBK-AWAY-LEGS-WON TO SCE-AWAY-LEGS
012360         MOVE WS-SCORE-EDIT     TO BKL-SCORE
012370     END-IF.
012380     EVALUATE TRUE
012390         WHEN CBK-BYE
012400             MOVE "WALKOVER"        TO BKL-STATUS-TEXT
012410         WHEN CBK-PENDING
012420             MOVE "AWAITING RESULT" TO BKL-STATUS-TEXT
012430         WHEN CBK-HELD
012440             ADD 1 TO WS-HELD-COUNT
012450             MOVE "HELD - "         TO STB-PREFIX
012460             MOVE CBK-RESULT-STATUS TO STB-TEXT
012470             MOVE WS-STATUS-BUILD   TO BKL-STATUS-TEXT
012480         WHEN CBK-WON
012490             MOVE CBK-WINNER-PLAYER-ID TO WS-LOOKUP-PLAYER-ID
012500             PERFORM 7100-FIND-PLAYER-NAME THRU 7100-EXIT
012510             MOVE "WON BY "         TO STB-PREFIX
012520             MOVE WS-LOOKUP-NAME    TO STB-TEXT
012530             MOVE WS-STATUS-BUILD   TO BKL-STATUS-TEXT
012540         WHEN OTHER
012550             MOVE "UNKNOWN STATUS"  TO BKL-STATUS-TEXT
012560     END-EVALUATE.
012570     WRITE CUP-RPT-RECORD FROM WS-BRACKET-LINE.
012580 5200-EXIT.
012590     EXIT.

012600*****************************************************************
012610* 5300-WRITE-ROUND-HEADING - THE LAST THREE ROUNDS GO BY NAME,  *
012620*     THE REST BY NUMBER.                                       *
012630*****************************************************************
012640 5300-WRITE-ROUND-HEADING.
012650     SET WS-ROUND-HEADING-DONE TO TRUE.
012660     EVALUATE WS-SLOTS-IN-ROUND
012670         WHEN 1
012680             MOVE "FINAL"          TO RHD-ROUND-NAME
012690         WHEN 2
012700             MOVE "SEMI-FINALS"    TO RHD-ROUND-NAME
012710         WHEN 4
012720             MOVE "QUARTER-FINALS" TO RHD-ROUND-NAME
012730         WHEN OTHER
012740             MOVE WS-ROUND-SUB     TO RLB-ROUND-NBR
012750             MOVE WS-ROUND-LABEL   TO RHD-ROUND-NAME
012760     END-EVALUATE.
012770     MOVE WS-SLOTS-IN-ROUND TO RHD-SLOTS.
012780     WRITE CUP-RPT-RECORD FROM WS-BLANK-LINE.
012790     WRITE CUP-RPT-RECORD FROM WS-ROUND-HEADING.
012800 5300-EXIT.
012810     EXIT.

012820*****************************************************************
012830* 5400-CHECK-PLAYER - THE ENTRANT IN WS-LOOKUP-PLAYER-ID MUST   *
012840*     BE ON THE ROSTER AND ACTIVE, AS DARTSFGN CHECKS A         *
012850*     FIXTURE.  AN EMPTY ROSTER TABLE SKIPS THE CHECK.          *
012860*****************************************************************
012870 5400-CHECK-PLAYER.
012880     IF WS-ROSTER-COUNT = ZERO
012890         GO TO 5400-EXIT
012900     END-IF.
012910     SET WS-ROSTER-IDX TO 1.
012920     SEARCH WS-ROSTER-ENTRY
012930         AT END
012940             MOVE "PLAYER NOT ON ROSTER" TO WS-FINDING-TEXT
012950             PERFORM 5900-FLAG-ERROR THRU 5900-EXIT
012960         WHEN WS-ROSTER-PLAYER-ID (WS-ROSTER-IDX)
012970             = WS-LOOKUP-PLAYER-ID
012980             IF NOT WS-ROSTER-PLAYER-ACTIVE (WS-ROSTER-IDX)
012990                 MOVE "PLAYER INACTIVE" TO WS-FINDING-TEXT
013000                 PERFORM 5900-FLAG-ERROR THRU 5900-EXIT
013010             END-IF
013020     END-SEARCH.
013030 5400-EXIT.
013040     EXIT.

013050*****************************************************************
013060* 5900-FLAG-ERROR - COUNT AN ERROR ONCE PER FINDING AND PUT     *
013070*     THE FIRST FINDING ON THE PROOF LINE.                      *
013080*****************************************************************
013090 5900-FLAG-ERROR.
013100     ADD 1 TO WS-ERROR-COUNT.
013110     SET WS-ROW-HAS-ERROR TO TRUE.
013120     IF ENL-FINDINGS = SPACES
013130         MOVE WS-FINDING-TEXT TO ENL-FINDINGS
013140     END-IF.
013150 5900-EXIT.
013160     EXIT.

013170*****************************************************************
013180* 6000-WRITE-FINDING - A RESULT THAT CANNOT BE APPLIED: COUNT   *
013190*     THE ERROR AND PRINT THE MATCH ID WITH THE FINDING.        *
013200*****************************************************************
013210 6000-WRITE-FINDING.
013220     ADD 1 TO WS-ERROR-COUNT.
013230     MOVE WS-FINDING-TEXT TO FDL-TEXT.
013240     WRITE CUP-RPT-RECORD FROM WS-FINDING-LINE.
013250 6000-EXIT.
013260     EXIT.

013270*****************************************************************
013280* 7100-FIND-PLAYER-NAME - ROSTER NAME OF WS-LOOKUP-PLAYER-ID,   *
013290*     OR THE ID ITSELF WHEN THE PLAYER IS NOT ON THE ROSTER.    *
013300*****************************************************************
013310 7100-FIND-PLAYER-NAME.
013320     MOVE WS-LOOKUP-PLAYER-ID TO WS-LOOKUP-NAME.
013330     IF WS-ROSTER-COUNT = ZERO
013340         GO TO 7100-EXIT
013350     END-IF.
013360     SET WS-ROSTER-IDX TO 1.
013370     SEARCH WS-ROSTER-ENTRY
013380         AT END
013390             CONTINUE
013400         WHEN WS-ROSTER-PLAYER-ID (WS-ROSTER-IDX)
013410             = WS-LOOKUP-PLAYER-ID
013420             MOVE WS-ROSTER-PLAYER-NAME (WS-ROSTER-IDX)
013430                 TO WS-LOOKUP-NAME
013440     END-SEARCH.
013450 7100-EXIT.
013460     EXIT.

013470*****************************************************************
013480* 8000-WRITE-TOTALS - DRAW, RESULT AND ERROR TOTALS AND THE     *
013490*     VERDICT.                                                  *
013500*****************************************************************
013510 8000-WRITE-TOTALS.
013520     WRITE CUP-RPT-RECORD FROM WS-BLANK-LINE.
013530     IF CTL-DRAW-RUN
013540         MOVE "ENTRANTS DRAWN"  TO TOT-LABEL
013550         MOVE WS-ENTRANT-COUNT  TO TOT-COUNT
013560         WRITE CUP-RPT-RECORD FROM WS-TOTAL-LINE
013570         MOVE "BYES"            TO TOT-LABEL
013580         MOVE WS-BYE-COUNT      TO TOT-COUNT
013590         WRITE CUP-RPT-RECORD FROM WS-TOTAL-LINE
013600     ELSE
013610         MOVE "RESULTS APPLIED" TO TOT-LABEL
013620         MOVE WS-RESULTS-APPLIED TO TOT-COUNT
013630         WRITE CUP-RPT-RECORD FROM WS-TOTAL-LINE
013640     END-IF.
013650     MOVE "TIES HELD"           TO TOT-LABEL.
013660     MOVE WS-HELD-COUNT         TO TOT-COUNT.
013670     WRITE CUP-RPT-RECORD FROM WS-TOTAL-LINE.
013680     MOVE "FIXTURES GENERATED"  TO TOT-LABEL.
013690     MOVE WS-FIXTURES-WRITTEN   TO TOT-COUNT.
013700     WRITE CUP-RPT-RECORD FROM WS-TOTAL-LINE.
013710     MOVE "OTHER CUPS' TIES COPIED" TO TOT-LABEL.
013720     MOVE WS-OTHER-CUP-ROWS     TO TOT-COUNT.
013730     WRITE CUP-RPT-RECORD FROM WS-TOTAL-LINE.
013740     MOVE "ERRORS FOUND"        TO TOT-LABEL.
013750     MOVE WS-ERROR-COUNT        TO TOT-COUNT.
013760     WRITE CUP-RPT-RECORD FROM WS-TOTAL-LINE.
013770     WRITE CUP-RPT-RECORD FROM WS-BLANK-LINE.
013780     IF WS-ERROR-COUNT > ZERO
013790         MOVE "*** CUP RUN HAS ERRORS - JOB HELD ***" TO
013800             WS-VERDICT-LINE
013810     ELSE
013820         MOVE "CUP RUN CLEAN" TO WS-VERDICT-LINE
013830     END-IF.
013840     WRITE CUP-RPT-RECORD FROM WS-VERDICT-LINE.
013850 8000-EXIT.
013860     EXIT.

013870*****************************************************************
013880* 9000-TERMINATE - CLOSE FILES.                                 *
013890*****************************************************************
013900 9000-TERMINATE.
013910     CLOSE BRK-OUT.
013920     CLOSE CUP-FIX.
013930     CLOSE CUP-RPT.
013940 9000-EXIT.
013950     EXIT.
