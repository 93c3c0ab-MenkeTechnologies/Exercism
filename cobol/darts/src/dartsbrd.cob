000010*****************************************************************
000020* PROGRAM-ID.  DARTSBRD.                                        *
000030* AUTHOR.      R. HALVORSEN, SCORING SYSTEMS GROUP.             *
000040* INSTALLATION. RIVERSIDE DARTS LEAGUE DATA PROCESSING.         *
000050* DATE-WRITTEN. 2026-10-15.                                     *
000060*                                                               *
000070* REMARKS.  BOARD REGISTER AND MAINTENANCE RUN.  EVERY THROW    *
000080*     CARRIES THE VENUE AND BOARD NUMBER THE SENSOR PADS STAMP, *
000090*     BUT WHEN A BOARD WAS DUE FOR ROTATION, OR ITS TREBLE-20   *
000100*     BED WAS WORN ENOUGH TO REPLACE IT, WAS LEFT TO GUESSWORK. *
000110*     THIS RUN KEEPS A REGISTER OF THE LEAGUE'S BOARDS (SEE     *
000120*     DBRDMAST) AND HAS TWO MODES, CHOSEN ON THE BRDCTL CARD:   *
000130*       - N, THE NIGHTLY RUN, APPLIES THE MAINTENANCE CARDS     *
000140*         (ADD, ROTATE, REPLACE, RECALIBRATE - SEE DBRDTRX),    *
000150*         THEN BOOKS EACH BOARD'S DARTS OFF THE SEASON'S SCORED *
000160*         FILE: THE DARTS SINCE THE LAST ROTATION AND SINCE THE *
000170*         LAST REPLACEMENT, OVERALL AND IN THE 20 WEDGE.  ONLY  *
000180*         DARTS SCORED AFTER THOSE ALREADY BOOKED ARE ADDED (SEE*
000190*         THE USAGE DATE ON DBRDMAST), SO A RERUN, OR A SECOND  *
000200*         CYCLE OF THE SAME NIGHT, NEVER COUNTS A DART TWICE; A *
000210*         BOARD ROTATED OR REPLACED ON THIS RUN HAS ITS COUNTS  *
000220*         TAKEN AFRESH FROM THE SCORED FILE AS FROM ITS         *
000230*         MAINTENANCE DATE, SO A CARD KEYED A FEW DAYS LATE     *
000240*         STILL LEAVES THE RIGHT COUNT.  A REPLACEMENT BOARD IS *
000250*         TAKEN AS CALIBRATED WHEN IT IS FITTED.  CARDS ARE     *
000260*         EDITED FIELD BY FIELD AS DARTSRMT EDITS ROSTER CARDS; *
000270*         ANY REJECTED CARD OR A REGISTER FAULT SETS RETURN     *
000280*         CODE 8, THE JOB'S COPY-BACK STEP IS HELD AND THE OLD  *
000290*         REGISTER STAYS IN FORCE.  THE USAGE IS BOOKED ON THE  *
000300*         NEXT CLEAN RUN.                                       *
000310*       - W, THE WEEKLY RUN, READS THE REGISTER AND LISTS EVERY *
000320*         BOARD DUE OR OVERDUE FOR ROTATION OR REPLACEMENT      *
000330*         AGAINST ITS BOARD TYPE'S LIMITS (BRDPARM), TOGETHER   *
000340*         WITH EVERY BOARD THE CALIBRATION DRIFT REPORT         *
000350*         (DARTSCAL) FLAGGED ON A NIGHT AFTER ITS LAST          *
000360*         RECALIBRATION (SEE DCALFLAG).  A DRIFT FLAG FOR A     *
000370*         BOARD NOT ON THE REGISTER, OR FOR AN OLD GAME WITH NO *
000380*         BOARD NUMBER, IS LISTED SEPARATELY.  THE REGISTER IS  *
000390*         NOT UPDATED.                                          *
000400*     A BOARD IS DUE WHEN ITS COUNT REACHES THE DUE PERCENTAGE  *
000410*     OF THE LIMIT AND OVERDUE AT THE LIMIT.  MISSES ARE NOT    *
000420*     COUNTED (THEY DO NOT WEAR THE BOARD); DARTS WITH NO VENUE *
000430*     OR BOARD NUMBER (OLD THROW FILES) CANNOT BE BOOKED, AND   *
000440*     DARTS ON A BOARD NOT ON THE REGISTER ARE COUNTED ON THE   *
000450*     TOTALS - DARTSBAT FLAGS THOSE AS THEY ARE SCORED.         *
000460*                                                               *
000470* MODIFICATION HISTORY.                                         *
000480*     2026-10-15  RH   ORIGINAL PROGRAM.                        *
000490*****************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID. DARTSBRD.
000520 AUTHOR. R. HALVORSEN.
000530 DATE-WRITTEN. 2026-10-15.
000540 DATE-COMPILED. 2026-10-15.

000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT BRD-CTL      ASSIGN TO BRDCTL
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-BRD-CTL-STATUS.
000610     SELECT BRD-PARM     ASSIGN TO BRDPARM
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-BRD-PARM-STATUS.
000640     SELECT REGISTER-IN  ASSIGN TO BRDMAST
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-REGISTER-IN-STATUS.
000670     SELECT TRANS-IN     ASSIGN TO BRDTRX
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-TRANS-IN-STATUS.
000700     SELECT SCORED-IN    ASSIGN TO THROWSOUT
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-SCORED-IN-STATUS.
000730     SELECT CAL-FLAG-IN  ASSIGN TO CALFLAG
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-CAL-FLAG-STATUS.
000760     SELECT REGISTER-OUT ASSIGN TO BRDOUT
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-REGISTER-OUT-STATUS.
000790     SELECT BRD-RPT      ASSIGN TO BRDRPT
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-BRD-RPT-STATUS.

000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  BRD-CTL
000850     RECORDING MODE IS F.
000860 01  BRD-CTL-RECORD.
000870     05  BCT-RUN-TYPE            PIC X(01).
000880     05  BCT-RUN-DATE            PIC 9(08).

000890 FD  BRD-PARM
000900     RECORDING MODE IS F.
000910 01  BRD-PARM-RECORD             PIC X(16).

000920 FD  REGISTER-IN
000930     RECORDING MODE IS F.
000940 01  REGISTER-IN-RECORD          PIC X(85).

000950 FD  TRANS-IN
000960     RECORDING MODE IS F.
000970 01  TRANS-IN-RECORD             PIC X(16).

000980 FD  SCORED-IN
000990     RECORDING MODE IS F.
001000 01  SCORED-IN-RECORD            PIC X(80).

001010 FD  CAL-FLAG-IN
001020     RECORDING MODE IS F.
001030 01  CAL-FLAG-IN-RECORD          PIC X(36).

001040 FD  REGISTER-OUT
001050     RECORDING MODE IS F.
001060 01  REGISTER-OUT-RECORD         PIC X(85).

001070 FD  BRD-RPT
001080     RECORDING MODE IS F.
001090 01  BRD-RPT-RECORD              PIC X(132).

001100 WORKING-STORAGE SECTION.
001110 01  WS-BRD-CTL-STATUS           PIC XX.
001120     88  WS-BRD-CTL-OK                    VALUE "00".
001130     88  WS-BRD-CTL-NOT-FOUND             VALUE "35".
001140 01  WS-BRD-PARM-STATUS          PIC XX.
001150     88  WS-BRD-PARM-OK                   VALUE "00".
001160     88  WS-BRD-PARM-EOF                  VALUE "10".
001170     88  WS-BRD-PARM-NOT-FOUND            VALUE "35".
001180 01  WS-REGISTER-IN-STATUS       PIC XX.
001190     88  WS-REGISTER-IN-OK                VALUE "00".
001200     88  WS-REGISTER-IN-EOF               VALUE "10".
001210     88  WS-REGISTER-IN-NOT-FOUND         VALUE "35".
001220 01  WS-TRANS-IN-STATUS          PIC XX.
001230     88  WS-TRANS-IN-OK                   VALUE "00".
001240     88  WS-TRANS-IN-EOF                  VALUE "10".
001250     88  WS-TRANS-NOT-FOUND               VALUE "35".
001260 01  WS-SCORED-IN-STATUS         PIC XX.
001270     88  WS-SCORED-IN-OK                  VALUE "00".
001280     88  WS-SCORED-IN-EOF                 VALUE "10".
001290     88  WS-SCORED-IN-NOT-FOUND           VALUE "35".
001300 01  WS-CAL-FLAG-STATUS          PIC XX.
001310     88  WS-CAL-FLAG-OK                   VALUE "00".
001320     88  WS-CAL-FLAG-EOF                  VALUE "10".
001330     88  WS-CAL-FLAG-NOT-FOUND            VALUE "35".
001340 01  WS-REGISTER-OUT-STATUS      PIC XX.
001350     88  WS-REGISTER-OUT-OK               VALUE "00".
001360 01  WS-BRD-RPT-STATUS           PIC XX.
001370     88  WS-BRD-RPT-OK                    VALUE "00".

001380*****************************************************************
001390* RUN CONTROL OFF THE BRDCTL CARD, AND THE WEAR LIMITS USED FOR *
001400* A BOARD TYPE WITH NO BRDPARM ROW (OR A ZERO FIGURE ON IT).    *
001410*****************************************************************
001420 01  WS-RUN-TYPE                 PIC X(01) VALUE "N".
001430     88  WS-NIGHTLY-RUN                   VALUE "N".
001440     88  WS-WEEKLY-RUN                    VALUE "W".
001450 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001460 01  WS-ERROR-COUNT              PIC 9(05) COMP VALUE ZERO.
001470 01  WS-DFLT-ROTATE-DARTS        PIC 9(06) VALUE 3000.
001480 01  WS-DFLT-REPLACE-20-DARTS    PIC 9(06) VALUE 15000.
001490 01  WS-DFLT-DUE-PCT             PIC 9(03) VALUE 90.

001500*****************************************************************
001510* THE WEAR LIMITS IN HAND, ONE ENTRY PER BOARD TYPE, AND THE    *
001520* LIMITS OF THE BOARD BEING ASSESSED.                           *
001530*****************************************************************
001540 01  WS-BPM-COUNT                PIC 9(02) COMP VALUE ZERO.
001550 01  WS-BPM-TABLE.
001560     05  WS-BPM-ENTRY OCCURS 1 TO 10 TIMES
001570                      DEPENDING ON WS-BPM-COUNT
001580                      INDEXED BY WS-BPM-IDX.
001590         10  WS-BPM-BOARD-TYPE       PIC X(01).
001600         10  WS-BPM-ROTATE-DARTS     PIC 9(06).
001610         10  WS-BPM-REPLACE-20-DARTS PIC 9(06).
001620         10  WS-BPM-DUE-PCT          PIC 9(03).
001630 01  WS-LIM-ROTATE-DARTS         PIC 9(06) VALUE ZERO.
001640 01  WS-LIM-REPLACE-20-DARTS     PIC 9(06) VALUE ZERO.
001650 01  WS-LIM-DUE-PCT              PIC 9(03) VALUE ZERO.
001660 01  WS-DUE-WORK                 PIC 9(09) COMP VALUE ZERO.
001670 01  WS-LIMIT-WORK               PIC 9(09) COMP VALUE ZERO.
001680 01  WS-ROT-STATUS               PIC X(07) VALUE SPACES.
001690 01  WS-RPL-STATUS               PIC X(07) VALUE SPACES.

001700*****************************************************************
001710* REGISTER LOOKUPS AND THE CARD EDIT.                           *
001720*****************************************************************
001730 01  WS-BRD-SUB                  PIC 9(04) COMP VALUE ZERO.
001740 01  WS-BRD-SUB-2                PIC 9(04) COMP VALUE ZERO.
001750 01  WS-BRD-FOUND-SWITCH         PIC X(01) VALUE "N".
001760     88  WS-BRD-FOUND                     VALUE "Y".
001770 01  WS-KEY-BOARD.
001780     05  WS-KEY-VENUE-ID         PIC X(04).
001790     05  WS-KEY-BOARD-NBR        PIC X(02).
001800 01  WS-PREV-KEY                 PIC X(06) VALUE LOW-VALUES.
001810 01  WS-INSERT-SWITCH            PIC X(01) VALUE "N".
001820     88  WS-INSERT-PLACE-FOUND            VALUE "Y".
001830 01  WS-REJECT-REASON            PIC X(30) VALUE SPACES.
001840 01  WS-CARD-ON-FILE-SWITCH      PIC X(01) VALUE "N".
001850     88  WS-CARD-ON-FILE                  VALUE "Y".
001860 01  WS-WORK-DATE-CHECK          PIC 9(08) VALUE ZERO.
001870 01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE-CHECK.
001880     05  WS-WORK-CCYY            PIC 9(04).
001890     05  WS-WORK-MM              PIC 9(02).
001900     05  WS-WORK-DD              PIC 9(02).

001910*****************************************************************
001920* ONE SCORED DART.  A 20-WEDGE DART IS A SINGLE, DOUBLE OR      *
001930* TREBLE 20.                                                    *
001940*****************************************************************
001950 01  WS-DART-DATE                PIC 9(08) VALUE ZERO.
001960 01  WS-TWENTY-SWITCH            PIC X(01) VALUE "N".
001970     88  WS-TWENTY-WEDGE-DART             VALUE "Y".
001980 01  WS-INCREMENT                PIC 9(07) COMP VALUE ZERO.
001990 01  WS-INCREMENT-20             PIC 9(07) COMP VALUE ZERO.

002000*****************************************************************
002010* THE CALIBRATION DRIFT FLAGS, ONE ENTRY PER VENUE AND BOARD    *
002020* (OR PER GAME FOR AN OLD ROW WITH NO BOARD NUMBER), HOLDING    *
002030* THE LATEST FLAGGED NIGHT.  THE MATCHED SWITCH MARKS A FLAG    *
002040* THAT FOUND ITS BOARD ON THE REGISTER.                         *
002050*****************************************************************
002060 01  WS-CFL-COUNT                PIC 9(04) COMP VALUE ZERO.
002070 01  WS-CFL-TABLE.
002080     05  WS-CFL-ENTRY OCCURS 1 TO 500 TIMES
002090                      DEPENDING ON WS-CFL-COUNT
002100                      INDEXED BY WS-CFL-IDX.
002110         10  WS-CFL-VENUE-ID         PIC X(04).
002120         10  WS-CFL-BOARD-NBR        PIC X(02).
002130         10  WS-CFL-GAME-ID          PIC X(10).
002140         10  WS-CFL-DATE             PIC 9(08).
002150         10  WS-CFL-NIGHTS           PIC 9(04) COMP.
002160         10  WS-CFL-MATCHED-SWITCH   PIC X(01).
002170             88  WS-CFL-MATCHED              VALUE "Y".
002180 01  WS-CFL-SUB                  PIC 9(04) COMP VALUE ZERO.
002190 01  WS-CFL-FOUND-SWITCH         PIC X(01) VALUE "N".
002200     88  WS-CFL-FOUND                     VALUE "Y".
002210 01  WS-CFL-FULL-SWITCH          PIC X(01) VALUE "N".
002220     88  WS-CFL-TABLE-FULL                VALUE "Y".
002230 01  WS-DRIFT-DATE               PIC 9(08) VALUE ZERO.

002240 01  WS-COUNTERS.
002250     05  WS-CARDS-READ           PIC 9(05) COMP VALUE ZERO.
002260     05  WS-CARDS-APPLIED        PIC 9(05) COMP VALUE ZERO.
002270     05  WS-CARDS-ON-FILE        PIC 9(05) COMP VALUE ZERO.
002280     05  WS-CARDS-REJECTED       PIC 9(05) COMP VALUE ZERO.
002290     05  WS-BOARDS-ADDED         PIC 9(05) COMP VALUE ZERO.
002300     05  WS-DARTS-READ           PIC 9(07) COMP VALUE ZERO.
002310     05  WS-DARTS-BOOKED         PIC 9(07) COMP VALUE ZERO.
002320     05  WS-NO-BOARD-DARTS       PIC 9(07) COMP VALUE ZERO.
002330     05  WS-UNDATED-DARTS        PIC 9(07) COMP VALUE ZERO.
002340     05  WS-LATER-DARTS          PIC 9(07) COMP VALUE ZERO.
002350     05  WS-MISS-DARTS           PIC 9(07) COMP VALUE ZERO.
002360     05  WS-UNREG-DARTS          PIC 9(07) COMP VALUE ZERO.
002370     05  WS-REGISTER-WRITTEN     PIC 9(05) COMP VALUE ZERO.
002380     05  WS-ROT-DUE-COUNT        PIC 9(05) COMP VALUE ZERO.
002390     05  WS-ROT-OVERDUE-COUNT    PIC 9(05) COMP VALUE ZERO.
002400     05  WS-RPL-DUE-COUNT        PIC 9(05) COMP VALUE ZERO.
002410     05  WS-RPL-OVERDUE-COUNT    PIC 9(05) COMP VALUE ZERO.
002420     05  WS-FLAGS-READ           PIC 9(05) COMP VALUE ZERO.
002430     05  WS-DRIFT-BOARD-COUNT    PIC 9(05) COMP VALUE ZERO.
002440     05  WS-UNMATCHED-FLAGS      PIC 9(05) COMP VALUE ZERO.
002450     05  WS-BOARDS-LISTED        PIC 9(05) COMP VALUE ZERO.

002460 COPY DTHROWRC.
002470 COPY DBRDMAST.
002480 COPY DBRDTRX.
002490 COPY DCALFLAG.

002500 01  WS-RPT-TITLE.
002510     05  FILLER                  PIC X(10) VALUE "DARTSBRD".
002520     05  RTT-TITLE               PIC X(34).
002530     05  FILLER                  PIC X(06) VALUE "AS AT ".
002540     05  RTT-RUN-DATE            PIC 9(08).

002550 01  WS-CARD-HEADING.
002560     05  FILLER                  PIC X(08) VALUE "LINE".
002570     05  FILLER                  PIC X(04) VALUE "ACT".
002580     05  FILLER                  PIC X(05) VALUE "VEN".
002590     05  FILLER                  PIC X(03) VALUE "BD".
002600     05  FILLER                  PIC X(09) VALUE "DATE".
002610     05  FILLER                  PIC X(05) VALUE "TYPE".
002620     05  FILLER                  PIC X(30) VALUE "DISPOSITION".

002630 01  WS-CARD-LINE.
002640     05  CRD-LINE-TAG            PIC X(07).
002650     05  FILLER                  PIC X(01) VALUE SPACES.
002660     05  CRD-ACTION              PIC X(01).
002670     05  FILLER                  PIC X(03) VALUE SPACES.
002680     05  CRD-VENUE-ID            PIC X(04).
002690     05  FILLER                  PIC X(01) VALUE SPACES.
002700     05  CRD-BOARD-NBR           PIC X(02).
002710     05  FILLER                  PIC X(01) VALUE SPACES.
002720     05  CRD-WORK-DATE           PIC X(08).
002730     05  FILLER                  PIC X(01) VALUE SPACES.
002740     05  CRD-BOARD-TYPE          PIC X(01).
002750     05  FILLER                  PIC X(04) VALUE SPACES.
002760     05  CRD-DISPOSITION         PIC X(30).

002770 01  WS-USAGE-HEADING.
002780     05  FILLER                  PIC X(05) VALUE "VEN".
002790     05  FILLER                  PIC X(03) VALUE "BD".
002800     05  FILLER                  PIC X(02) VALUE "T".
002810     05  FILLER                  PIC X(09) VALUE "ROTATED".
002820     05  FILLER                  PIC X(08) VALUE "TONIGHT".
002830     05  FILLER                  PIC X(08) VALUE " 20-WDG".
002840     05  FILLER                  PIC X(08) VALUE "ROT-DRT".
002850     05  FILLER                  PIC X(09) VALUE "REPLACED".
002860     05  FILLER                  PIC X(08) VALUE "RPL-DRT".
002870     05  FILLER                  PIC X(09) VALUE " RPL-20".
002880     05  FILLER                  PIC X(08) VALUE "ROTATE".
002890     05  FILLER                  PIC X(07) VALUE "REPLACE".

002900 01  WS-USAGE-LINE.
002910     05  USL-VENUE-ID            PIC X(04).
002920     05  FILLER                  PIC X(01) VALUE SPACES.
002930     05  USL-BOARD-NBR           PIC X(02).
002940     05  FILLER                  PIC X(01) VALUE SPACES.
002950     05  USL-BOARD-TYPE          PIC X(01).
002960     05  FILLER                  PIC X(01) VALUE SPACES.
002970     05  USL-ROTATE-DATE         PIC 9(08).
002980     05  FILLER                  PIC X(01) VALUE SPACES.
002990     05  USL-BOOKED              PIC ZZZZZZ9.
003000     05  FILLER                  PIC X(01) VALUE SPACES.
003010     05  USL-BOOKED-20           PIC ZZZZZZ9.
003020     05  FILLER                  PIC X(01) VALUE SPACES.
003030     05  USL-ROT-DARTS           PIC ZZZZZZ9.
003040     05  FILLER                  PIC X(01) VALUE SPACES.
003050     05  USL-REPLACE-DATE        PIC 9(08).
003060     05  FILLER                  PIC X(01) VALUE SPACES.
003070     05  USL-RPL-DARTS           PIC ZZZZZZ9.
003080     05  FILLER                  PIC X(01) VALUE SPACES.
003090     05  USL-RPL-20-DARTS        PIC ZZZZZZ9.
003100     05  FILLER                  PIC X(02) VALUE SPACES.
003110     05  USL-ROT-STATUS          PIC X(07).
003120     05  FILLER                  PIC X(01) VALUE SPACES.
003130     05  USL-RPL-STATUS          PIC X(07).

003140 01  WS-DUE-HEADING.
003150     05  FILLER                  PIC X(05) VALUE "VEN".
003160     05  FILLER                  PIC X(03) VALUE "BD".
003170     05  FILLER                  PIC X(02) VALUE "T".
003180     05  FILLER                  PIC X(09) VALUE "ROTATED".
003190     05  FILLER                  PIC X(08) VALUE "  DARTS".
003200     05  FILLER                  PIC X(08) VALUE "  LIMIT".
003210     05  FILLER                  PIC X(09) VALUE "ROTATE".
003220     05  FILLER                  PIC X(09) VALUE "REPLACED".
003230     05  FILLER                  PIC X(08) VALUE " 20-WDG".
003240     05  FILLER                  PIC X(08) VALUE "  LIMIT".
003250     05  FILLER                  PIC X(09) VALUE "REPLACE".
003260     05  FILLER                  PIC X(09) VALUE "RECALIB".
003270     05  FILLER                  PIC X(09) VALUE "DRIFT".
003280     05  FILLER                  PIC X(06) VALUE "NIGHTS".

003290 01  WS-DUE-LINE.
003300     05  DUE-VENUE-ID            PIC X(04).
003310     05  FILLER                  PIC X(01) VALUE SPACES.
003320     05  DUE-BOARD-NBR           PIC X(02).
003330     05  FILLER                  PIC X(01) VALUE SPACES.
003340     05  DUE-BOARD-TYPE          PIC X(01).
003350     05  FILLER                  PIC X(01) VALUE SPACES.
003360     05  DUE-ROTATE-DATE         PIC 9(08).
003370     05  FILLER                  PIC X(01) VALUE SPACES.
003380     05  DUE-ROT-DARTS           PIC ZZZZZZ9.
003390     05  FILLER                  PIC X(01) VALUE SPACES.
003400     05  DUE-ROT-LIMIT           PIC ZZZZZZ9.
003410     05  FILLER                  PIC X(01) VALUE SPACES.
003420     05  DUE-ROT-STATUS          PIC X(07).
003430     05  FILLER                  PIC X(02) VALUE SPACES.
003440     05  DUE-REPLACE-DATE        PIC 9(08).
003450     05  FILLER                  PIC X(01) VALUE SPACES.
003460     05  DUE-RPL-20-DARTS        PIC ZZZZZZ9.
003470     05  FILLER                  PIC X(01) VALUE SPACES.
003480     05  DUE-RPL-LIMIT           PIC ZZZZZZ9.
003490     05  FILLER                  PIC X(01) VALUE SPACES.
003500     05  DUE-RPL-STATUS          PIC X(07).
003510     05  FILLER                  PIC X(02) VALUE SPACES.
003520     05  DUE-RECAL-DATE          PIC 9(08).
003530     05  FILLER                  PIC X(01) VALUE SPACES.
003540     05  DUE-DRIFT-DATE          PIC X(08).
003550     05  FILLER                  PIC X(01) VALUE SPACES.
003560     05  DUE-DRIFT-NIGHTS        PIC X(06).

003570 01  WS-FLAG-HEADING.
003580     05  FILLER                  PIC X(05) VALUE "VEN".
003590     05  FILLER                  PIC X(03) VALUE "BD".
003600     05  FILLER                  PIC X(11) VALUE "GAME".
003610     05  FILLER                  PIC X(09) VALUE "DRIFT".
003620     05  FILLER                  PIC X(08) VALUE "NIGHTS".
003630     05  FILLER                  PIC X(30) VALUE "NOTE".

003640 01  WS-FLAG-LINE.
003650     05  UFL-VENUE-ID            PIC X(04).
003660     05  FILLER                  PIC X(01) VALUE SPACES.
003670     05  UFL-BOARD-NBR           PIC X(02).
003680     05  FILLER                  PIC X(01) VALUE SPACES.
003690     05  UFL-GAME-ID             PIC X(10).
003700     05  FILLER                  PIC X(01) VALUE SPACES.
003710     05  UFL-DATE                PIC 9(08).
003720     05  FILLER                  PIC X(01) VALUE SPACES.
003730     05  UFL-NIGHTS              PIC ZZZZZ9.
003740     05  FILLER                  PIC X(02) VALUE SPACES.
003750     05  UFL-NOTE                PIC X(30).

003760 01  WS-EDIT-NIGHTS              PIC ZZZZZ9.

003770 01  WS-TOTAL-LINE.
003780     05  TOT-LABEL               PIC X(36).
003790     05  TOT-COUNT               PIC ZZZZZZ9.

003800 01  WS-SECTION-LINE             PIC X(60).
003810 01  WS-VERDICT-LINE             PIC X(60).
003820 01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

003830 PROCEDURE DIVISION.

003840*****************************************************************
003850* 0000-MAINLINE.                                                *
003860*****************************************************************
003870 0000-MAINLINE.
003880     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003890     IF WS-WEEKLY-RUN
003900         PERFORM 7000-PRINT-DUE-LIST THRU 7000-EXIT
003910     ELSE
003920         PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
003930             UNTIL WS-TRANS-IN-EOF
003940         PERFORM 3000-SCAN-SCORED THRU 3000-EXIT
003950         PERFORM 4000-BOOK-USAGE THRU 4000-EXIT
003960             VARYING WS-BRD-SUB FROM 1 BY 1
003970             UNTIL WS-BRD-SUB > WS-BRD-COUNT
003980         PERFORM 5000-PRINT-USAGE THRU 5000-EXIT
003990         PERFORM 6000-WRITE-REGISTER THRU 6000-EXIT
004000     END-IF.
004010     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
004020     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004030     IF WS-ERROR-COUNT > ZERO
004040        OR WS-CARDS-REJECTED > ZERO
004050         MOVE 8 TO RETURN-CODE
004060     END-IF.
004070     GOBACK.

004080*****************************************************************
004090* 1000-INITIALIZE - READ THE RUN CARD, OPEN THE REPORT, LOAD    *
004100*     THE WEAR LIMITS AND THE REGISTER, THEN OPEN THE CARDS (A  *
004110*     NIGHTLY RUN) OR LOAD THE DRIFT FLAGS (A WEEKLY RUN).  A   *
004120*     MISSING REGISTER IS A FIRST RUN; A MISSING CARD FILE IS A *
004130*     NIGHT WITH NO MAINTENANCE TO RECORD.                      *
004140*****************************************************************
004150 1000-INITIALIZE.
004160     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004170     OPEN OUTPUT BRD-RPT.
004180     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
004190     IF WS-WEEKLY-RUN
004200         MOVE "BOARD MAINTENANCE LIST" TO RTT-TITLE
004210     ELSE
004220         MOVE "BOARD REGISTER NIGHTLY RUN" TO RTT-TITLE
004230     END-IF.
004240     MOVE WS-RUN-DATE TO RTT-RUN-DATE.
004250     WRITE BRD-RPT-RECORD FROM WS-RPT-TITLE.
004260     WRITE BRD-RPT-RECORD FROM WS-BLANK-LINE.
004270     PERFORM 1200-LOAD-LIMITS THRU 1200-EXIT.
004280     PERFORM 1300-LOAD-REGISTER THRU 1300-EXIT.
004290     IF WS-WEEKLY-RUN
004300         PERFORM 1400-LOAD-DRIFT-FLAGS THRU 1400-EXIT
004310         GO TO 1000-EXIT
004320     END-IF.
004330     MOVE "MAINTENANCE CARDS" TO WS-SECTION-LINE.
004340     WRITE BRD-RPT-RECORD FROM WS-SECTION-LINE.
004350     WRITE BRD-RPT-RECORD FROM WS-CARD-HEADING.
004360     OPEN INPUT TRANS-IN.
004370     IF WS-TRANS-NOT-FOUND
004380         SET WS-TRANS-IN-EOF TO TRUE
004390     END-IF.
004400 1000-EXIT.
004410     EXIT.

004420*****************************************************************
004430* 1100-READ-CONTROL - THE BRDCTL CARD: RUN TYPE (N NIGHTLY, W   *
004440*     WEEKLY) AND RUN DATE.  A MISSING CARD OR A BLANK FIELD    *
004450*     TAKES A NIGHTLY RUN FOR TODAY; AN UNKNOWN RUN TYPE IS AN  *
004460*     ERROR AND RUNS AS THE WEEKLY LIST, WHICH CHANGES NOTHING. *
004470*****************************************************************
004480 1100-READ-CONTROL.
004490     OPEN INPUT BRD-CTL.
004500     IF WS-BRD-CTL-NOT-FOUND
004510         GO TO 1100-EXIT
004520     END-IF.
004530     READ BRD-CTL
004540         AT END GO TO 1100-CLOSE
004550     END-READ.
004560     IF BCT-RUN-DATE IS NUMERIC
004570        AND BCT-RUN-DATE > ZERO
004580         MOVE BCT-RUN-DATE TO WS-RUN-DATE
004590     END-IF.
004600     EVALUATE BCT-RUN-TYPE
004610         WHEN "N"
004620         WHEN SPACE
004630             SET WS-NIGHTLY-RUN TO TRUE
004640         WHEN "W"
004650             SET WS-WEEKLY-RUN TO TRUE
004660         WHEN OTHER
004670             DISPLAY "DARTSBRD: RUN TYPE ON BRDCTL IS NOT N OR W "
004680                 "- RUNNING THE WEEKLY LIST ONLY"
004690             ADD 1 TO WS-ERROR-COUNT
004700             SET WS-WEEKLY-RUN TO TRUE
004710     END-EVALUATE.
004720 1100-CLOSE.
004730     CLOSE BRD-CTL.
004740 1100-EXIT.
004750     EXIT.

004760*****************************************************************
004770* 1200-LOAD-LIMITS - READ THE WEAR LIMITS PER BOARD TYPE.  A    *
004780*     MISSING BRDPARM LEAVES THE TABLE EMPTY AND EVERY BOARD    *
004790*     TAKES THE CODED DEFAULTS.                                 *
004800*****************************************************************
004810 1200-LOAD-LIMITS.
004820     OPEN INPUT BRD-PARM.
004830     IF WS-BRD-PARM-NOT-FOUND
004840         CONTINUE
004850     ELSE
004860         PERFORM 1210-READ-LIMIT-ROW THRU 1210-EXIT
004870             UNTIL WS-BRD-PARM-EOF
004880         CLOSE BRD-PARM
004890     END-IF.
004900 1200-EXIT.
004910     EXIT.

004920*****************************************************************
004930* 1210-READ-LIMIT-ROW - ONE BRDPARM ROW INTO THE NEXT TABLE     *
004940*     ENTRY.  A FIGURE THAT IS NOT NUMERIC IS TAKEN AS ZERO (THE*
004950*     DEFAULT APPLIES).                                         *
004960*****************************************************************
004970 1210-READ-LIMIT-ROW.
004980     READ BRD-PARM INTO BOARD-PARM-RECORD
004990         AT END
005000             SET WS-BRD-PARM-EOF TO TRUE
005010             GO TO 1210-EXIT
005020     END-READ.
005030     IF WS-BPM-COUNT >= 10
005040         DISPLAY "DARTSBRD: BRDPARM HAS MORE THAN 10 ROWS "
005050             "- ROWS BEYOND THE 10TH ARE IGNORED"
005060         SET WS-BRD-PARM-EOF TO TRUE
005070         GO TO 1210-EXIT
005080     END-IF.
005090     ADD 1 TO WS-BPM-COUNT.
005100     SET WS-BPM-IDX TO WS-BPM-COUNT.
005110     MOVE BPM-BOARD-TYPE TO WS-BPM-BOARD-TYPE (WS-BPM-IDX).
005120     MOVE ZERO TO WS-BPM-ROTATE-DARTS (WS-BPM-IDX).
005130     MOVE ZERO TO WS-BPM-REPLACE-20-DARTS (WS-BPM-IDX).
005140     MOVE ZERO TO WS-BPM-DUE-PCT (WS-BPM-IDX).
005150     IF BPM-ROTATE-DARTS IS NUMERIC
005160         MOVE BPM-ROTATE-DARTS TO WS-BPM-ROTATE-DARTS (WS-BPM-IDX)
005170     END-IF.
005180     IF BPM-REPLACE-20-DARTS IS NUMERIC
005190         MOVE BPM-REPLACE-20-DARTS
005200             TO WS-BPM-REPLACE-20-DARTS (WS-BPM-IDX)
005210     END-IF.
005220     IF BPM-DUE-PCT IS NUMERIC
005230         MOVE BPM-DUE-PCT TO WS-BPM-DUE-PCT (WS-BPM-IDX)
005240     END-IF.
005250 1210-EXIT.
005260     EXIT.

005270*****************************************************************
005280* 1300-LOAD-REGISTER - READ LAST RUN'S REGISTER INTO THE TABLE. *
005290*     THE REGISTER IS WRITTEN IN VENUE AND BOARD ORDER AND A ROW*
005300*     OUT OF THAT ORDER, OR MORE ROWS THAN THE TABLE HOLDS, IS A*
005310*     REGISTER FAULT - THE RUN IS REJECTED RATHER THAN WRITE A  *
005320*     REGISTER MISSING BOARDS.                                  *
005330*****************************************************************
005340 1300-LOAD-REGISTER.
005350     OPEN INPUT REGISTER-IN.
005360     IF WS-REGISTER-IN-NOT-FOUND
005370         CONTINUE
005380     ELSE
005390         PERFORM 1310-READ-REGISTER-ROW THRU 1310-EXIT
005400             UNTIL WS-REGISTER-IN-EOF
005410         CLOSE REGISTER-IN
005420     END-IF.
005430 1300-EXIT.
005440     EXIT.

005450 1310-READ-REGISTER-ROW.
005460     READ REGISTER-IN INTO BOARD-REGISTER-RECORD
005470         AT END
005480             SET WS-REGISTER-IN-EOF TO TRUE
005490             GO TO 1310-EXIT
005500     END-READ.
005510     IF WS-BRD-COUNT >= 200
005520         DISPLAY "DARTSBRD: REGISTER HAS MORE THAN 200 BOARDS "
005530             "- RUN REJECTED"
005540         ADD 1 TO WS-ERROR-COUNT
005550         SET WS-REGISTER-IN-EOF TO TRUE
005560         GO TO 1310-EXIT
005570     END-IF.
005580     IF BRD-KEY NOT > WS-PREV-KEY
005590         DISPLAY "DARTSBRD: REGISTER OUT OF ORDER AT VENUE "
005600             BRD-VENUE-ID " BOARD " BRD-BOARD-NBR
005610             " - RUN REJECTED"
005620         ADD 1 TO WS-ERROR-COUNT
005630     END-IF.
005640     MOVE BRD-KEY TO WS-PREV-KEY.
005650     ADD 1 TO WS-BRD-COUNT.
005660     MOVE WS-BRD-COUNT TO WS-BRD-SUB.
005670     PERFORM 1320-CLEAR-RUN-FIELDS THRU 1320-EXIT.
005680     MOVE BRD-VENUE-ID        TO WS-BRD-VENUE-ID (WS-BRD-SUB).
005690     MOVE BRD-BOARD-NBR       TO WS-BRD-BOARD-NBR (WS-BRD-SUB).
005700     MOVE BRD-BOARD-TYPE      TO WS-BRD-BOARD-TYPE (WS-BRD-SUB).
005710     MOVE BRD-INSTALL-DATE    TO WS-BRD-INSTALL-DATE (WS-BRD-SUB).
005720     MOVE BRD-ROTATE-DATE     TO WS-BRD-ROTATE-DATE (WS-BRD-SUB).
005730     MOVE BRD-REPLACE-DATE    TO WS-BRD-REPLACE-DATE (WS-BRD-SUB).
005740     MOVE BRD-RECAL-DATE      TO WS-BRD-RECAL-DATE (WS-BRD-SUB).
005750     MOVE BRD-ROT-DARTS       TO WS-BRD-ROT-DARTS (WS-BRD-SUB).
005760     MOVE BRD-ROT-20-DARTS    TO WS-BRD-ROT-20-DARTS (WS-BRD-SUB).
005770     MOVE BRD-RPL-DARTS       TO WS-BRD-RPL-DARTS (WS-BRD-SUB).
005780     MOVE BRD-RPL-20-DARTS    TO WS-BRD-RPL-20-DARTS (WS-BRD-SUB).
005790     MOVE BRD-USAGE-DATE      TO WS-BRD-USAGE-DATE (WS-BRD-SUB).
005800     MOVE BRD-USAGE-DATE-DARTS
005810         TO WS-BRD-USAGE-DARTS (WS-BRD-SUB).
005820     MOVE BRD-USAGE-DATE-20-DARTS
005830         TO WS-BRD-USAGE-20-DARTS (WS-BRD-SUB).
005840 1310-EXIT.
005850     EXIT.

005860*****************************************************************
005870* 1320-CLEAR-RUN-FIELDS - ZERO THE RUN FIELDS OF THE ENTRY AT   *
005880*     WS-BRD-SUB.                                               *
005890*****************************************************************
005900 1320-CLEAR-RUN-FIELDS.
005910     MOVE "N"  TO WS-BRD-ROTATED-SWITCH (WS-BRD-SUB).
005920     MOVE "N"  TO WS-BRD-REPLACED-SWITCH (WS-BRD-SUB).
005930     MOVE ZERO TO WS-BRD-AFTER-DARTS (WS-BRD-SUB).
005940     MOVE ZERO TO WS-BRD-AFTER-20-DARTS (WS-BRD-SUB).
005950     MOVE ZERO TO WS-BRD-ON-DARTS (WS-BRD-SUB).
005960     MOVE ZERO TO WS-BRD-ON-20-DARTS (WS-BRD-SUB).
005970     MOVE ZERO TO WS-BRD-SINCE-ROT (WS-BRD-SUB).
005980     MOVE ZERO TO WS-BRD-SINCE-ROT-20 (WS-BRD-SUB).
005990     MOVE ZERO TO WS-BRD-SINCE-RPL (WS-BRD-SUB).
006000     MOVE ZERO TO WS-BRD-SINCE-RPL-20 (WS-BRD-SUB).
006010     MOVE ZERO TO WS-BRD-LAST-DATE (WS-BRD-SUB).
006020     MOVE ZERO TO WS-BRD-LAST-DARTS (WS-BRD-SUB).
006030     MOVE ZERO TO WS-BRD-LAST-20-DARTS (WS-BRD-SUB).
006040     MOVE ZERO TO WS-BRD-BOOKED-DARTS (WS-BRD-SUB).
006050     MOVE ZERO TO WS-BRD-BOOKED-20-DARTS (WS-BRD-SUB).
006060 1320-EXIT.
006070     EXIT.

006080*****************************************************************
006090* 1400-LOAD-DRIFT-FLAGS - READ THE DARTSCAL DRIFT EXTRACT, ONE  *
006100*     ENTRY PER VENUE AND BOARD (PER GAME FOR AN OLD ROW WITH NO*
006110*     BOARD NUMBER) WITH ITS LATEST FLAGGED NIGHT.  A MISSING   *
006120*     EXTRACT MEANS NO BOARD IS FLAGGED.                        *
006130*****************************************************************
006140 1400-LOAD-DRIFT-FLAGS.
006150     OPEN INPUT CAL-FLAG-IN.
006160     IF WS-CAL-FLAG-NOT-FOUND
006170         GO TO 1400-EXIT
006180     END-IF.
006190     PERFORM 1410-READ-FLAG-ROW THRU 1410-EXIT
006200         UNTIL WS-CAL-FLAG-EOF.
006210     CLOSE CAL-FLAG-IN.
006220 1400-EXIT.
006230     EXIT.

006240 1410-READ-FLAG-ROW.
006250     READ CAL-FLAG-IN INTO CAL-FLAG-RECORD
006260         AT END
006270             SET WS-CAL-FLAG-EOF TO TRUE
006280             GO TO 1410-EXIT
006290     END-READ.
006300     ADD 1 TO WS-FLAGS-READ.
006310     MOVE "N" TO WS-CFL-FOUND-SWITCH.
006320     IF WS-CFL-COUNT > ZERO
006330         PERFORM 1420-MATCH-FLAG THRU 1420-EXIT
006340             VARYING WS-CFL-SUB FROM 1 BY 1
006350             UNTIL WS-CFL-FOUND
006360                OR WS-CFL-SUB > WS-CFL-COUNT
006370     END-IF.
006380     IF WS-CFL-FOUND
006390         SUBTRACT 1 FROM WS-CFL-SUB
006400         ADD 1 TO WS-CFL-NIGHTS (WS-CFL-SUB)
006410         IF CFL-DATE > WS-CFL-DATE (WS-CFL-SUB)
006420             MOVE CFL-DATE    TO WS-CFL-DATE (WS-CFL-SUB)
006430             MOVE CFL-GAME-ID TO WS-CFL-GAME-ID (WS-CFL-SUB)
006440         END-IF
006450         GO TO 1410-EXIT
006460     END-IF.
006470     IF WS-CFL-COUNT >= 500
006480         IF NOT WS-CFL-TABLE-FULL
006490             SET WS-CFL-TABLE-FULL TO TRUE
006500             DISPLAY "DARTSBRD: MORE THAN 500 BOARDS ON THE "
006510                 "DRIFT EXTRACT - THE REST ARE IGNORED"
006520         END-IF
006530         GO TO 1410-EXIT
006540     END-IF.
006550     ADD 1 TO WS-CFL-COUNT.
006560     MOVE CFL-VENUE-ID  TO WS-CFL-VENUE-ID (WS-CFL-COUNT).
006570     MOVE CFL-BOARD-NBR TO WS-CFL-BOARD-NBR (WS-CFL-COUNT).
006580     MOVE CFL-GAME-ID   TO WS-CFL-GAME-ID (WS-CFL-COUNT).
006590     MOVE CFL-DATE      TO WS-CFL-DATE (WS-CFL-COUNT).
006600     MOVE 1             TO WS-CFL-NIGHTS (WS-CFL-COUNT).
006610     MOVE "N"           TO WS-CFL-MATCHED-SWITCH (WS-CFL-COUNT).
006620 1410-EXIT.
006630     EXIT.

006640*****************************************************************
006650* 1420-MATCH-FLAG - SAME VENUE AND BOARD; AN OLD ROW WITH NO    *
006660*     BOARD NUMBER MATCHES ONLY ITS OWN GAME.                   *
006670*****************************************************************
006680 1420-MATCH-FLAG.
006690     IF WS-CFL-VENUE-ID (WS-CFL-SUB) = CFL-VENUE-ID
006700        AND WS-CFL-BOARD-NBR (WS-CFL-SUB) = CFL-BOARD-NBR
006710         IF CFL-VENUE-ID NOT = SPACES
006720            OR CFL-BOARD-NBR NOT = SPACES
006730            OR WS-CFL-GAME-ID (WS-CFL-SUB) = CFL-GAME-ID
006740             SET WS-CFL-FOUND TO TRUE
006750         END-IF
006760     END-IF.
006770 1420-EXIT.
006780     EXIT.

006790*****************************************************************
006800* 2000-PROCESS-CARD - READ AND EDIT ONE MAINTENANCE CARD, APPLY *
006810*     IT WHEN IT IS CLEAN, LIST IT WITH ITS REASON WHEN IT IS   *
006820*     NOT.  A CARD WHOSE WORK IS ALREADY ON THE REGISTER IS     *
006830*     LISTED AND PASSED OVER.                                   *
006840*****************************************************************
006850 2000-PROCESS-CARD.
006860     READ TRANS-IN INTO BOARD-MAINT-TRANS
006870         AT END
006880             SET WS-TRANS-IN-EOF TO TRUE
006890             GO TO 2000-EXIT
006900     END-READ.
006910     ADD 1 TO WS-CARDS-READ.
006920     MOVE SPACES TO WS-REJECT-REASON.
006930     MOVE "N" TO WS-CARD-ON-FILE-SWITCH.
006940     PERFORM 2500-EDIT-CARD THRU 2500-EXIT.
006950     IF WS-REJECT-REASON NOT = SPACES
006960         ADD 1 TO WS-CARDS-REJECTED
006970         MOVE "REJECT" TO CRD-LINE-TAG
006980         MOVE WS-REJECT-REASON TO CRD-DISPOSITION
006990         PERFORM 2900-WRITE-CARD-LINE THRU 2900-EXIT
007000         GO TO 2000-EXIT
007010     END-IF.
007020     IF WS-CARD-ON-FILE
007030         ADD 1 TO WS-CARDS-ON-FILE
007040         MOVE "ONFILE" TO CRD-LINE-TAG
007050         MOVE "ALREADY ON REGISTER - PASSED" TO CRD-DISPOSITION
007060         PERFORM 2900-WRITE-CARD-LINE THRU 2900-EXIT
007070         GO TO 2000-EXIT
007080     END-IF.
007090     PERFORM 2600-APPLY-CARD THRU 2600-EXIT.
007100 2000-EXIT.
007110     EXIT.

007120*****************************************************************
007130* 2500-EDIT-CARD - FIELD-BY-FIELD EDIT OF ONE CARD.  THE FIRST  *
007140*     FAILED EDIT SUPPLIES THE REASON; A BLANK REASON ON EXIT   *
007150*     MEANS THE CARD IS CLEAN.  AN ADD NEEDS A BOARD NOT YET ON *
007160*     THE REGISTER; THE OTHER ACTIONS NEED ONE THAT IS, AND A   *
007170*     DATE NOT BEFORE IT WAS INSTALLED.  WORK NO LATER THAN THE *
007180*     SAME WORK ALREADY ON THE REGISTER IS ON FILE.             *
007190*****************************************************************
007200 2500-EDIT-CARD.
007210     IF NOT BTX-ADD AND NOT BTX-ROTATE
007220        AND NOT BTX-REPLACE AND NOT BTX-RECALIBRATE
007230         MOVE "ACTION NOT A R P OR C" TO WS-REJECT-REASON
007240         GO TO 2500-EXIT
007250     END-IF.
007260     IF BTX-VENUE-ID = SPACES
007270         MOVE "VENUE ID MISSING" TO WS-REJECT-REASON
007280         GO TO 2500-EXIT
007290     END-IF.
007300     IF BTX-BOARD-NBR = SPACES
007310         MOVE "BOARD NUMBER MISSING" TO WS-REJECT-REASON
007320         GO TO 2500-EXIT
007330     END-IF.
007340     IF BTX-WORK-DATE IS NOT NUMERIC
007350         MOVE "WORK DATE NOT NUMERIC" TO WS-REJECT-REASON
007360         GO TO 2500-EXIT
007370     END-IF.
007380     MOVE BTX-WORK-DATE TO WS-WORK-DATE-CHECK.
007390     IF WS-WORK-MM < 1 OR WS-WORK-MM > 12
007400        OR WS-WORK-DD < 1 OR WS-WORK-DD > 31
007410        OR WS-WORK-CCYY < 2000
007420         MOVE "WORK DATE INVALID" TO WS-REJECT-REASON
007430         GO TO 2500-EXIT
007440     END-IF.
007450     IF BTX-WORK-DATE > WS-RUN-DATE
007460         MOVE "WORK DATE AFTER RUN DATE" TO WS-REJECT-REASON
007470         GO TO 2500-EXIT
007480     END-IF.
007490     IF BTX-BOARD-TYPE NOT = SPACE
007500        AND BTX-BOARD-TYPE NOT = "S"
007510        AND BTX-BOARD-TYPE NOT = "T"
007520         MOVE "BOARD TYPE NOT S OR T" TO WS-REJECT-REASON
007530         GO TO 2500-EXIT
007540     END-IF.
007550     MOVE BTX-VENUE-ID  TO WS-KEY-VENUE-ID.
007560     MOVE BTX-BOARD-NBR TO WS-KEY-BOARD-NBR.
007570     PERFORM 2700-FIND-BOARD THRU 2700-EXIT.
007580     IF BTX-ADD
007590         PERFORM 2550-EDIT-ADD THRU 2550-EXIT
007600         GO TO 2500-EXIT
007610     END-IF.
007620     IF NOT WS-BRD-FOUND
007630         MOVE "BOARD NOT ON REGISTER" TO WS-REJECT-REASON
007640         GO TO 2500-EXIT
007650     END-IF.
007660     IF BTX-WORK-DATE < WS-BRD-INSTALL-DATE (WS-BRD-SUB)
007670         MOVE "WORK DATE BEFORE INSTALL DATE" TO WS-REJECT-REASON
007680         GO TO 2500-EXIT
007690     END-IF.
007700     EVALUATE TRUE
007710         WHEN BTX-ROTATE
007720              AND BTX-WORK-DATE
007730                  NOT > WS-BRD-ROTATE-DATE (WS-BRD-SUB)
007740             SET WS-CARD-ON-FILE TO TRUE
007750         WHEN BTX-REPLACE
007760              AND BTX-WORK-DATE
007770                  NOT > WS-BRD-REPLACE-DATE (WS-BRD-SUB)
007780             SET WS-CARD-ON-FILE TO TRUE
007790         WHEN BTX-RECALIBRATE
007800              AND BTX-WORK-DATE
007810                  NOT > WS-BRD-RECAL-DATE (WS-BRD-SUB)
007820             SET WS-CARD-ON-FILE TO TRUE
007830         WHEN OTHER
007840             CONTINUE
007850     END-EVALUATE.
007860 2500-EXIT.
007870     EXIT.

007880*****************************************************************
007890* 2550-EDIT-ADD - AN ADD CARD NEEDS THE BOARD TYPE.  THE SAME   *
007900*     BOARD ALREADY ADDED WITH THE SAME INSTALL DATE IS ON FILE;*
007910*     ANY OTHER ADD OF A REGISTERED BOARD IS A KEYING ERROR (A  *
007920*     NEW BOARD IN AN OLD POSITION IS A P CARD).                *
007930*****************************************************************
007940 2550-EDIT-ADD.
007950     IF BTX-BOARD-TYPE = SPACE
007960         MOVE "BOARD TYPE MISSING ON ADD" TO WS-REJECT-REASON
007970         GO TO 2550-EXIT
007980     END-IF.
007990     IF WS-BRD-FOUND
008000         IF WS-BRD-INSTALL-DATE (WS-BRD-SUB) = BTX-WORK-DATE
008010             SET WS-CARD-ON-FILE TO TRUE
008020         ELSE
008030             MOVE "BOARD ALREADY ON REGISTER" TO WS-REJECT-REASON
008040         END-IF
008050         GO TO 2550-EXIT
008060     END-IF.
008070     IF WS-BRD-COUNT >= 200
008080         MOVE "REGISTER TABLE FULL" TO WS-REJECT-REASON
008090     END-IF.
008100 2550-EXIT.
008110     EXIT.

008120*****************************************************************
008130* 2600-APPLY-CARD - APPLY ONE CLEAN CARD.  A ROTATION CLEARS    *
008140*     THE COUNTS SINCE ROTATION; A REPLACEMENT (OR A NEW BOARD) *
008150*     CLEARS BOTH SETS OF COUNTS AND COUNTS AS A ROTATION AND A *
008160*     RECALIBRATION TOO.  THE SWITCHES TELL 4000-BOOK-USAGE TO  *
008170*     TAKE THE COUNTS AFRESH FROM THE MAINTENANCE DATE.         *
008180*****************************************************************
008190 2600-APPLY-CARD.
008200     IF BTX-ADD
008210         PERFORM 2650-ADD-BOARD THRU 2650-EXIT
008220     END-IF.
008230     IF BTX-ADD OR BTX-REPLACE
008240         MOVE BTX-WORK-DATE TO WS-BRD-REPLACE-DATE (WS-BRD-SUB)
008250         MOVE BTX-WORK-DATE TO WS-BRD-RECAL-DATE (WS-BRD-SUB)
008260         MOVE ZERO TO WS-BRD-RPL-DARTS (WS-BRD-SUB)
008270         MOVE ZERO TO WS-BRD-RPL-20-DARTS (WS-BRD-SUB)
008280         MOVE "Y" TO WS-BRD-REPLACED-SWITCH (WS-BRD-SUB)
008290         IF BTX-BOARD-TYPE NOT = SPACE
008300             MOVE BTX-BOARD-TYPE TO WS-BRD-BOARD-TYPE (WS-BRD-SUB)
008310         END-IF
008320     END-IF.
008330     IF BTX-ADD OR BTX-REPLACE OR BTX-ROTATE
008340         MOVE BTX-WORK-DATE TO WS-BRD-ROTATE-DATE (WS-BRD-SUB)
008350         MOVE ZERO TO WS-BRD-ROT-DARTS (WS-BRD-SUB)
008360         MOVE ZERO TO WS-BRD-ROT-20-DARTS (WS-BRD-SUB)
008370         MOVE "Y" TO WS-BRD-ROTATED-SWITCH (WS-BRD-SUB)
008380     END-IF.
008390     IF BTX-RECALIBRATE
008400         MOVE BTX-WORK-DATE TO WS-BRD-RECAL-DATE (WS-BRD-SUB)
008410     END-IF.
008420     ADD 1 TO WS-CARDS-APPLIED.
008430     MOVE "APPLIED" TO CRD-LINE-TAG.
008440     EVALUATE TRUE
008450         WHEN BTX-ADD
008460             MOVE "BOARD ADDED TO REGISTER" TO CRD-DISPOSITION
008470         WHEN BTX-ROTATE
008480             MOVE "ROTATION RECORDED" TO CRD-DISPOSITION
008490         WHEN BTX-REPLACE
008500             MOVE "REPLACEMENT RECORDED" TO CRD-DISPOSITION
008510         WHEN OTHER
008520             MOVE "RECALIBRATION RECORDED" TO CRD-DISPOSITION
008530     END-EVALUATE.
008540     PERFORM 2900-WRITE-CARD-LINE THRU 2900-EXIT.
008550 2600-EXIT.
008560     EXIT.

008570*****************************************************************
008580* 2650-ADD-BOARD - OPEN A REGISTER ENTRY FOR A NEW BOARD IN ITS *
008590*     PLACE IN VENUE AND BOARD ORDER, MOVING THE LATER ENTRIES  *
008600*     DOWN ONE.  WS-BRD-SUB POINTS AT THE NEW ENTRY ON EXIT.    *
008610*****************************************************************
008620 2650-ADD-BOARD.
008630     MOVE "N" TO WS-INSERT-SWITCH.
008640     PERFORM 2660-FIND-INSERT-PLACE THRU 2660-EXIT
008650         VARYING WS-BRD-SUB FROM 1 BY 1
008660         UNTIL WS-INSERT-PLACE-FOUND
008670            OR WS-BRD-SUB > WS-BRD-COUNT.
008680     IF WS-INSERT-PLACE-FOUND
008690         SUBTRACT 1 FROM WS-BRD-SUB
008700     END-IF.
008710     ADD 1 TO WS-BRD-COUNT.
008720     PERFORM 2670-MOVE-ENTRY-DOWN THRU 2670-EXIT
008730         VARYING WS-BRD-SUB-2 FROM WS-BRD-COUNT BY -1
008740         UNTIL WS-BRD-SUB-2 <= WS-BRD-SUB.
008750     PERFORM 1320-CLEAR-RUN-FIELDS THRU 1320-EXIT.
008760     MOVE BTX-VENUE-ID   TO WS-BRD-VENUE-ID (WS-BRD-SUB).
008770     MOVE BTX-BOARD-NBR  TO WS-BRD-BOARD-NBR (WS-BRD-SUB).
008780     MOVE BTX-BOARD-TYPE TO WS-BRD-BOARD-TYPE (WS-BRD-SUB).
008790     MOVE BTX-WORK-DATE  TO WS-BRD-INSTALL-DATE (WS-BRD-SUB).
008800     MOVE ZERO           TO WS-BRD-RPL-DARTS (WS-BRD-SUB).
008810     MOVE ZERO           TO WS-BRD-USAGE-DATE (WS-BRD-SUB).
008820     MOVE ZERO           TO WS-BRD-USAGE-DARTS (WS-BRD-SUB).
008830     MOVE ZERO           TO WS-BRD-USAGE-20-DARTS (WS-BRD-SUB).
008840     ADD 1 TO WS-BOARDS-ADDED.
008850 2650-EXIT.
008860     EXIT.

008870 2660-FIND-INSERT-PLACE.
008880     IF WS-BRD-KEY (WS-BRD-SUB) > WS-KEY-BOARD
008890         SET WS-INSERT-PLACE-FOUND TO TRUE
008900     END-IF.
008910 2660-EXIT.
008920     EXIT.

008930 2670-MOVE-ENTRY-DOWN.
008940     MOVE WS-BRD-ENTRY (WS-BRD-SUB-2 - 1)
008950         TO WS-BRD-ENTRY (WS-BRD-SUB-2).
008960 2670-EXIT.
008970     EXIT.

008980*****************************************************************
008990* 2700-FIND-BOARD - SEARCH THE REGISTER TABLE FOR WS-KEY-BOARD. *
009000*     WS-BRD-SUB POINTS AT THE ENTRY WHEN FOUND.                *
009010*****************************************************************
009020 2700-FIND-BOARD.
009030     MOVE "N" TO WS-BRD-FOUND-SWITCH.
009040     IF WS-BRD-COUNT > ZERO
009050         SET WS-BRD-IDX TO 1
009060         SEARCH WS-BRD-ENTRY
009070             AT END
009080                 CONTINUE
009090             WHEN WS-BRD-KEY (WS-BRD-IDX) = WS-KEY-BOARD
009100                 SET WS-BRD-FOUND TO TRUE
009110                 SET WS-BRD-SUB TO WS-BRD-IDX
009120         END-SEARCH
009130     END-IF.
009140 2700-EXIT.
009150     EXIT.

009160*****************************************************************
009170* 2900-WRITE-CARD-LINE - LIST ONE CARD.  THE CALLER HAS SET THE *
009180*     TAG AND THE DISPOSITION.                                  *
009190*****************************************************************
009200 2900-WRITE-CARD-LINE.
009210     MOVE BTX-ACTION      TO CRD-ACTION.
009220     MOVE BTX-VENUE-ID    TO CRD-VENUE-ID.
009230     MOVE BTX-BOARD-NBR   TO CRD-BOARD-NBR.
009240     MOVE BTX-WORK-DATE-X TO CRD-WORK-DATE.
009250     MOVE BTX-BOARD-TYPE  TO CRD-BOARD-TYPE.
009260     WRITE BRD-RPT-RECORD FROM WS-CARD-LINE.
009270 2900-EXIT.
009280     EXIT.

009290*****************************************************************
009300* 3000-SCAN-SCORED - PASS THE SEASON'S SCORED THROWS, ADDING    *
009310*     EACH DART THROWN AT A REGISTERED BOARD TO THAT BOARD'S    *
009320*     RUN FIELDS.  A MISSING SCORED FILE IS A NIGHT BEFORE THE  *
009330*     FIRST FIXTURE AND BOOKS NOTHING.                          *
009340*****************************************************************
009350 3000-SCAN-SCORED.
009360     OPEN INPUT SCORED-IN.
009370     IF WS-SCORED-IN-NOT-FOUND
009380         GO TO 3000-EXIT
009390     END-IF.
009400     PERFORM 3100-READ-SCORED THRU 3100-EXIT
009410         UNTIL WS-SCORED-IN-EOF.
009420     CLOSE SCORED-IN.
009430 3000-EXIT.
009440     EXIT.

009450*****************************************************************
009460* 3100-READ-SCORED - ONE SCORED DART.  A DART WITH NO VENUE AND *
009470*     BOARD (SCORED BEFORE BOARDS WERE RECORDED), WITH NO SCORE *
009480*     DATE, DATED AFTER THE RUN DATE, OFF THE BOARD ALTOGETHER, *
009490*     OR AT A BOARD NOT ON THE REGISTER IS COUNTED AND SKIPPED. *
009500*****************************************************************
009510 3100-READ-SCORED.
009520     READ SCORED-IN INTO THROW-RESULT-RECORD
009530         AT END
009540             SET WS-SCORED-IN-EOF TO TRUE
009550             GO TO 3100-EXIT
009560     END-READ.
009570     ADD 1 TO WS-DARTS-READ.
009580     IF TRS-VENUE-ID = SPACES
009590        AND TRS-BOARD-NBR = SPACES
009600         ADD 1 TO WS-NO-BOARD-DARTS
009610         GO TO 3100-EXIT
009620     END-IF.
009630     IF TRS-SCORE-DATE IS NOT NUMERIC
009640        OR TRS-SCORE-DATE = ZERO
009650         ADD 1 TO WS-UNDATED-DARTS
009660         GO TO 3100-EXIT
009670     END-IF.
009680     MOVE TRS-SCORE-DATE TO WS-DART-DATE.
009690     IF WS-DART-DATE > WS-RUN-DATE
009700         ADD 1 TO WS-LATER-DARTS
009710         GO TO 3100-EXIT
009720     END-IF.
009730     IF TRS-RING-MISS
009740         ADD 1 TO WS-MISS-DARTS
009750         GO TO 3100-EXIT
009760     END-IF.
009770     MOVE TRS-VENUE-ID  TO WS-KEY-VENUE-ID.
009780     MOVE TRS-BOARD-NBR TO WS-KEY-BOARD-NBR.
009790     PERFORM 2700-FIND-BOARD THRU 2700-EXIT.
009800     IF NOT WS-BRD-FOUND
009810         ADD 1 TO WS-UNREG-DARTS
009820         GO TO 3100-EXIT
009830     END-IF.
009840     MOVE "N" TO WS-TWENTY-SWITCH.
009850     IF TRS-WEDGE-NBR = 20
009860        AND (TRS-RING-SINGLE OR TRS-RING-DOUBLE
009870             OR TRS-RING-TRIPLE)
009880         SET WS-TWENTY-WEDGE-DART TO TRUE
009890     END-IF.
009900     PERFORM 3200-ADD-DART THRU 3200-EXIT.
009910 3100-EXIT.
009920     EXIT.

009930*****************************************************************
009940* 3200-ADD-DART - ADD ONE DART TO THE BOARD AT WS-BRD-SUB.  A   *
009950*     DART DATED AFTER THE LAST NIGHT BOOKED IS NEW; A DART ON  *
009960*     THAT NIGHT IS NEW ONLY ONCE THE NIGHT'S DARTS OUTRUN THE  *
009970*     COUNT ALREADY BOOKED FOR IT.  DARTS ON OR AFTER THE LAST  *
009980*     ROTATION AND REPLACEMENT ARE KEPT FOR A BOARD WHOSE CARD  *
009990*     CAME IN TONIGHT.                                          *
010000*****************************************************************
010010 3200-ADD-DART.
010020     IF WS-DART-DATE > WS-BRD-USAGE-DATE (WS-BRD-SUB)
010030         ADD 1 TO WS-BRD-AFTER-DARTS (WS-BRD-SUB)
010040         IF WS-TWENTY-WEDGE-DART
010050             ADD 1 TO WS-BRD-AFTER-20-DARTS (WS-BRD-SUB)
010060         END-IF
010070     END-IF.
010080     IF WS-DART-DATE = WS-BRD-USAGE-DATE (WS-BRD-SUB)
010090         ADD 1 TO WS-BRD-ON-DARTS (WS-BRD-SUB)
010100         IF WS-TWENTY-WEDGE-DART
010110             ADD 1 TO WS-BRD-ON-20-DARTS (WS-BRD-SUB)
010120         END-IF
010130     END-IF.
010140     IF WS-DART-DATE NOT < WS-BRD-ROTATE-DATE (WS-BRD-SUB)
010150         ADD 1 TO WS-BRD-SINCE-ROT (WS-BRD-SUB)
010160         IF WS-TWENTY-WEDGE-DART
010170             ADD 1 TO WS-BRD-SINCE-ROT-20 (WS-BRD-SUB)
010180         END-IF
010190     END-IF.
010200     IF WS-DART-DATE NOT < WS-BRD-REPLACE-DATE (WS-BRD-SUB)
010210         ADD 1 TO WS-BRD-SINCE-RPL (WS-BRD-SUB)
010220         IF WS-TWENTY-WEDGE-DART
010230             ADD 1 TO WS-BRD-SINCE-RPL-20 (WS-BRD-SUB)
010240         END-IF
010250     END-IF.
010260     IF WS-DART-DATE > WS-BRD-LAST-DATE (WS-BRD-SUB)
010270         MOVE WS-DART-DATE TO WS-BRD-LAST-DATE (WS-BRD-SUB)
010280         MOVE ZERO TO WS-BRD-LAST-DARTS (WS-BRD-SUB)
010290         MOVE ZERO TO WS-BRD-LAST-20-DARTS (WS-BRD-SUB)
010300     END-IF.
010310     IF WS-DART-DATE = WS-BRD-LAST-DATE (WS-BRD-SUB)
010320         ADD 1 TO WS-BRD-LAST-DARTS (WS-BRD-SUB)
010330         IF WS-TWENTY-WEDGE-DART
010340             ADD 1 TO WS-BRD-LAST-20-DARTS (WS-BRD-SUB)
010350         END-IF
010360     END-IF.
010370 3200-EXIT.
010380     EXIT.

010390*****************************************************************
010400* 4000-BOOK-USAGE - BOOK THE NEW DARTS TO THE BOARD AT          *
010410*     WS-BRD-SUB AND MOVE ITS LAST NIGHT BOOKED FORWARD, SO A   *
010420*     RERUN OF THE SAME NIGHT FINDS NOTHING NEW.  A BOARD       *
010430*     ROTATED OR REPLACED TONIGHT TAKES ITS COUNTS AFRESH FROM  *
010440*     THE DARTS ON OR AFTER THE MAINTENANCE DATE.               *
010450*****************************************************************
010460 4000-BOOK-USAGE.
010470     MOVE WS-BRD-AFTER-DARTS (WS-BRD-SUB) TO WS-INCREMENT.
010480     IF WS-BRD-ON-DARTS (WS-BRD-SUB)
010490             > WS-BRD-USAGE-DARTS (WS-BRD-SUB)
010500         COMPUTE WS-INCREMENT = WS-INCREMENT
010510             + WS-BRD-ON-DARTS (WS-BRD-SUB)
010520             - WS-BRD-USAGE-DARTS (WS-BRD-SUB)
010530     END-IF.
010540     MOVE WS-BRD-AFTER-20-DARTS (WS-BRD-SUB) TO WS-INCREMENT-20.
010550     IF WS-BRD-ON-20-DARTS (WS-BRD-SUB)
010560             > WS-BRD-USAGE-20-DARTS (WS-BRD-SUB)
010570         COMPUTE WS-INCREMENT-20 = WS-INCREMENT-20
010580             + WS-BRD-ON-20-DARTS (WS-BRD-SUB)
010590             - WS-BRD-USAGE-20-DARTS (WS-BRD-SUB)
010600     END-IF.
010610     IF WS-BRD-REPLACED-THIS-RUN (WS-BRD-SUB)
010620         MOVE WS-BRD-SINCE-RPL (WS-BRD-SUB)
010630             TO WS-BRD-RPL-DARTS (WS-BRD-SUB)
010640         MOVE WS-BRD-SINCE-RPL-20 (WS-BRD-SUB)
010650             TO WS-BRD-RPL-20-DARTS (WS-BRD-SUB)
010660     ELSE
010670         ADD WS-INCREMENT    TO WS-BRD-RPL-DARTS (WS-BRD-SUB)
010680         ADD WS-INCREMENT-20 TO WS-BRD-RPL-20-DARTS (WS-BRD-SUB)
010690     END-IF.
010700     IF WS-BRD-ROTATED-THIS-RUN (WS-BRD-SUB)
010710         MOVE WS-BRD-SINCE-ROT (WS-BRD-SUB)
010720             TO WS-BRD-ROT-DARTS (WS-BRD-SUB)
010730         MOVE WS-BRD-SINCE-ROT-20 (WS-BRD-SUB)
010740             TO WS-BRD-ROT-20-DARTS (WS-BRD-SUB)
010750     ELSE
010760         ADD WS-INCREMENT    TO WS-BRD-ROT-DARTS (WS-BRD-SUB)
010770         ADD WS-INCREMENT-20 TO WS-BRD-ROT-20-DARTS (WS-BRD-SUB)
010780     END-IF.
010790     IF WS-BRD-LAST-DATE (WS-BRD-SUB)
010800             > WS-BRD-USAGE-DATE (WS-BRD-SUB)
010810         MOVE WS-BRD-LAST-DATE (WS-BRD-SUB)
010820             TO WS-BRD-USAGE-DATE (WS-BRD-SUB)
010830         MOVE WS-BRD-LAST-DARTS (WS-BRD-SUB)
010840             TO WS-BRD-USAGE-DARTS (WS-BRD-SUB)
010850         MOVE WS-BRD-LAST-20-DARTS (WS-BRD-SUB)
010860             TO WS-BRD-USAGE-20-DARTS (WS-BRD-SUB)
010870     ELSE
010880         IF WS-BRD-ON-DARTS (WS-BRD-SUB)
010890                 > WS-BRD-USAGE-DARTS (WS-BRD-SUB)
010900             MOVE WS-BRD-ON-DARTS (WS-BRD-SUB)
010910                 TO WS-BRD-USAGE-DARTS (WS-BRD-SUB)
010920             MOVE WS-BRD-ON-20-DARTS (WS-BRD-SUB)
010930                 TO WS-BRD-USAGE-20-DARTS (WS-BRD-SUB)
010940         END-IF
010950     END-IF.
010960     MOVE WS-INCREMENT    TO WS-BRD-BOOKED-DARTS (WS-BRD-SUB).
010970     MOVE WS-INCREMENT-20 TO WS-BRD-BOOKED-20-DARTS (WS-BRD-SUB).
010980     ADD WS-INCREMENT TO WS-DARTS-BOOKED.
010990 4000-EXIT.
011000     EXIT.

011010*****************************************************************
011020* 5000-PRINT-USAGE - ONE LINE PER REGISTERED BOARD: THE DARTS   *
011030*     BOOKED TONIGHT, THE COUNTS SINCE ROTATION AND REPLACEMENT *
011040*     AND WHERE EACH STANDS AGAINST ITS LIMIT.                  *
011050*****************************************************************
011060 5000-PRINT-USAGE.
011070     WRITE BRD-RPT-RECORD FROM WS-BLANK-LINE.
011080     MOVE "BOARD USAGE" TO WS-SECTION-LINE.
011090     WRITE BRD-RPT-RECORD FROM WS-SECTION-LINE.
011100     WRITE BRD-RPT-RECORD FROM WS-USAGE-HEADING.
011110     PERFORM 5100-PRINT-USAGE-LINE THRU 5100-EXIT
011120         VARYING WS-BRD-SUB FROM 1 BY 1
011130         UNTIL WS-BRD-SUB > WS-BRD-COUNT.
011140 5000-EXIT.
011150     EXIT.

011160 5100-PRINT-USAGE-LINE.
011170     PERFORM 7500-ASSESS-BOARD THRU 7500-EXIT.
011180     MOVE WS-BRD-VENUE-ID (WS-BRD-SUB)   TO USL-VENUE-ID.
011190     MOVE WS-BRD-BOARD-NBR (WS-BRD-SUB)  TO USL-BOARD-NBR.
011200     MOVE WS-BRD-BOARD-TYPE (WS-BRD-SUB) TO USL-BOARD-TYPE.
011210     MOVE WS-BRD-ROTATE-DATE (WS-BRD-SUB) TO USL-ROTATE-DATE.
011220     MOVE WS-BRD-BOOKED-DARTS (WS-BRD-SUB) TO USL-BOOKED.
011230     MOVE WS-BRD-BOOKED-20-DARTS (WS-BRD-SUB) TO USL-BOOKED-20.
011240     MOVE WS-BRD-ROT-DARTS (WS-BRD-SUB)  TO USL-ROT-DARTS.
011250     MOVE WS-BRD-REPLACE-DATE (WS-BRD-SUB) TO USL-REPLACE-DATE.
011260     MOVE WS-BRD-RPL-DARTS (WS-BRD-SUB)  TO USL-RPL-DARTS.
011270     MOVE WS-BRD-RPL-20-DARTS (WS-BRD-SUB) TO USL-RPL-20-DARTS.
011280     MOVE WS-ROT-STATUS TO USL-ROT-STATUS.
011290     MOVE WS-RPL-STATUS TO USL-RPL-STATUS.
011300     WRITE BRD-RPT-RECORD FROM WS-USAGE-LINE.
011310 5100-EXIT.
011320     EXIT.

011330*****************************************************************
011340* 6000-WRITE-REGISTER - WRITE THE UPDATED REGISTER IN VENUE AND *
011350*     BOARD ORDER.  THE JOB COPIES IT OVER THE LIVE REGISTER    *
011360*     ONLY WHEN THIS STEP ENDS CLEAN.                           *
011370*****************************************************************
011380 6000-WRITE-REGISTER.
011390     OPEN OUTPUT REGISTER-OUT.
011400     PERFORM 6100-WRITE-REGISTER-ROW THRU 6100-EXIT
011410         VARYING WS-BRD-SUB FROM 1 BY 1
011420         UNTIL WS-BRD-SUB > WS-BRD-COUNT.
011430     CLOSE REGISTER-OUT.
011440 6000-EXIT.
011450     EXIT.

011460 6100-WRITE-REGISTER-ROW.
011470     MOVE SPACES TO BOARD-REGISTER-RECORD.
011480     MOVE WS-BRD-VENUE-ID (WS-BRD-SUB)     TO BRD-VENUE-ID.
011490     MOVE WS-BRD-BOARD-NBR (WS-BRD-SUB)    TO BRD-BOARD-NBR.
011500     MOVE WS-BRD-BOARD-TYPE (WS-BRD-SUB)   TO BRD-BOARD-TYPE.
011510     MOVE WS-BRD-INSTALL-DATE (WS-BRD-SUB) TO BRD-INSTALL-DATE.
011520     MOVE WS-BRD-ROTATE-DATE (WS-BRD-SUB)  TO BRD-ROTATE-DATE.
011530     MOVE WS-BRD-REPLACE-DATE (WS-BRD-SUB) TO BRD-REPLACE-DATE.
011540     MOVE WS-BRD-RECAL-DATE (WS-BRD-SUB)   TO BRD-RECAL-DATE.
011550     MOVE WS-BRD-ROT-DARTS (WS-BRD-SUB)    TO BRD-ROT-DARTS.
011560     MOVE WS-BRD-ROT-20-DARTS (WS-BRD-SUB) TO BRD-ROT-20-DARTS.
011570     MOVE WS-BRD-RPL-DARTS (WS-BRD-SUB)    TO BRD-RPL-DARTS.
011580     MOVE WS-BRD-RPL-20-DARTS (WS-BRD-SUB) TO BRD-RPL-20-DARTS.
011590     MOVE WS-BRD-USAGE-DATE (WS-BRD-SUB)   TO BRD-USAGE-DATE.
011600     MOVE WS-BRD-USAGE-DARTS (WS-BRD-SUB)
011610         TO BRD-USAGE-DATE-DARTS.
011620     MOVE WS-BRD-USAGE-20-DARTS (WS-BRD-SUB)
011630         TO BRD-USAGE-DATE-20-DARTS.
011640     WRITE REGISTER-OUT-RECORD FROM BOARD-REGISTER-RECORD.
011650     ADD 1 TO WS-REGISTER-WRITTEN.
011660 6100-EXIT.
011670     EXIT.

011680*****************************************************************
011690* 7000-PRINT-DUE-LIST - THE WEEKLY LIST.  EVERY BOARD DUE OR    *
011700*     OVERDUE FOR ROTATION OR REPLACEMENT, OR FLAGGED BY THE    *
011710*     CALIBRATION REPORT SINCE IT WAS LAST RECALIBRATED, IS     *
011720*     LISTED; THEN ANY DRIFT FLAG THAT FOUND NO BOARD.  NOTHING *
011730*     IS WRITTEN BACK.                                          *
011740*****************************************************************
011750 7000-PRINT-DUE-LIST.
011760     MOVE "BOARDS DUE FOR MAINTENANCE" TO WS-SECTION-LINE.
011770     WRITE BRD-RPT-RECORD FROM WS-SECTION-LINE.
011780     WRITE BRD-RPT-RECORD FROM WS-DUE-HEADING.
011790     PERFORM 7100-PRINT-DUE-BOARD THRU 7100-EXIT
011800         VARYING WS-BRD-SUB FROM 1 BY 1
011810         UNTIL WS-BRD-SUB > WS-BRD-COUNT.
011820     WRITE BRD-RPT-RECORD FROM WS-BLANK-LINE.
011830     MOVE "DRIFT FLAGS NOT MATCHED TO A REGISTERED BOARD"
011840         TO WS-SECTION-LINE.
011850     WRITE BRD-RPT-RECORD FROM WS-SECTION-LINE.
011860     WRITE BRD-RPT-RECORD FROM WS-FLAG-HEADING.
011870     PERFORM 7200-PRINT-UNMATCHED-FLAG THRU 7200-EXIT
011880         VARYING WS-CFL-SUB FROM 1 BY 1
011890         UNTIL WS-CFL-SUB > WS-CFL-COUNT.
011900 7000-EXIT.
011910     EXIT.

011920*****************************************************************
011930* 7100-PRINT-DUE-BOARD - ASSESS THE BOARD AT WS-BRD-SUB AND     *
011940*     LOOK FOR A DRIFT FLAG DATED AFTER ITS LAST RECALIBRATION. *
011950*     A BOARD WITH NOTHING DUE AND NO DRIFT IS NOT LISTED.      *
011960*****************************************************************
011970 7100-PRINT-DUE-BOARD.
011980     PERFORM 7500-ASSESS-BOARD THRU 7500-EXIT.
011990     PERFORM 7600-FIND-DRIFT-FLAG THRU 7600-EXIT.
012000     MOVE ZERO TO WS-DRIFT-DATE.
012010     IF WS-CFL-FOUND
012020         SET WS-CFL-MATCHED (WS-CFL-SUB) TO TRUE
012030         IF WS-CFL-DATE (WS-CFL-SUB)
012040                 > WS-BRD-RECAL-DATE (WS-BRD-SUB)
012050             MOVE WS-CFL-DATE (WS-CFL-SUB) TO WS-DRIFT-DATE
012060         END-IF
012070     END-IF.
012080     IF WS-ROT-STATUS = SPACES
012090        AND WS-RPL-STATUS = SPACES
012100        AND WS-DRIFT-DATE = ZERO
012110         GO TO 7100-EXIT
012120     END-IF.
012130     MOVE WS-BRD-VENUE-ID (WS-BRD-SUB)     TO DUE-VENUE-ID.
012140     MOVE WS-BRD-BOARD-NBR (WS-BRD-SUB)    TO DUE-BOARD-NBR.
012150     MOVE WS-BRD-BOARD-TYPE (WS-BRD-SUB)   TO DUE-BOARD-TYPE.
012160     MOVE WS-BRD-ROTATE-DATE (WS-BRD-SUB)  TO DUE-ROTATE-DATE.
012170     MOVE WS-BRD-ROT-DARTS (WS-BRD-SUB)    TO DUE-ROT-DARTS.
012180     MOVE WS-LIM-ROTATE-DARTS              TO DUE-ROT-LIMIT.
012190     MOVE WS-ROT-STATUS                    TO DUE-ROT-STATUS.
012200     MOVE WS-BRD-REPLACE-DATE (WS-BRD-SUB) TO DUE-REPLACE-DATE.
012210     MOVE WS-BRD-RPL-20-DARTS (WS-BRD-SUB) TO DUE-RPL-20-DARTS.
012220     MOVE WS-LIM-REPLACE-20-DARTS          TO DUE-RPL-LIMIT.
012230     MOVE WS-RPL-STATUS                    TO DUE-RPL-STATUS.
012240     MOVE WS-BRD-RECAL-DATE (WS-BRD-SUB)   TO DUE-RECAL-DATE.
012250     MOVE SPACES TO DUE-DRIFT-DATE.
012260     MOVE SPACES TO DUE-DRIFT-NIGHTS.
012270     IF WS-DRIFT-DATE > ZERO
012280         MOVE WS-DRIFT-DATE TO DUE-DRIFT-DATE
012290         MOVE WS-CFL-NIGHTS (WS-CFL-SUB) TO WS-EDIT-NIGHTS
012300         MOVE WS-EDIT-NIGHTS TO DUE-DRIFT-NIGHTS
012310         ADD 1 TO WS-DRIFT-BOARD-COUNT
012320     END-IF.
012330     WRITE BRD-RPT-RECORD FROM WS-DUE-LINE.
012340     ADD 1 TO WS-BOARDS-LISTED.
012350 7100-EXIT.
012360     EXIT.

012370*****************************************************************
012380* 7200-PRINT-UNMATCHED-FLAG - A DRIFT FLAG FOR A BOARD NOT ON   *
012390*     THE REGISTER, OR FROM AN OLD ROW WITH NO BOARD NUMBER.    *
012400*****************************************************************
012410 7200-PRINT-UNMATCHED-FLAG.
012420     IF WS-CFL-MATCHED (WS-CFL-SUB)
012430         GO TO 7200-EXIT
012440     END-IF.
012450     MOVE WS-CFL-VENUE-ID (WS-CFL-SUB)  TO UFL-VENUE-ID.
012460     MOVE WS-CFL-BOARD-NBR (WS-CFL-SUB) TO UFL-BOARD-NBR.
012470     MOVE WS-CFL-GAME-ID (WS-CFL-SUB)   TO UFL-GAME-ID.
012480     MOVE WS-CFL-DATE (WS-CFL-SUB)      TO UFL-DATE.
012490     MOVE WS-CFL-NIGHTS (WS-CFL-SUB)    TO UFL-NIGHTS.
012500     IF WS-CFL-VENUE-ID (WS-CFL-SUB) = SPACES
012510        AND WS-CFL-BOARD-NBR (WS-CFL-SUB) = SPACES
012520         MOVE "NO BOARD NUMBER - GAME ONLY" TO UFL-NOTE
012530     ELSE
012540         MOVE "BOARD NOT ON REGISTER" TO UFL-NOTE
012550     END-IF.
012560     WRITE BRD-RPT-RECORD FROM WS-FLAG-LINE.
012570     ADD 1 TO WS-UNMATCHED-FLAGS.
012580 7200-EXIT.
012590     EXIT.

012600*****************************************************************
012610* 7500-ASSESS-BOARD - SET THE LIMITS FOR THE BOARD AT           *
012620*     WS-BRD-SUB FROM ITS TYPE'S BRDPARM ROW (CODED DEFAULTS    *
012630*     WHERE THERE IS NO ROW OR A FIGURE IS ZERO), THEN GRADE    *
012640*     ITS ROTATION AND REPLACEMENT COUNTS.  A COUNT AT THE      *
012650*     LIMIT IS OVERDUE; ONE AT THE DUE PERCENTAGE OF IT IS DUE. *
012660*****************************************************************
012670 7500-ASSESS-BOARD.
012680     MOVE WS-DFLT-ROTATE-DARTS     TO WS-LIM-ROTATE-DARTS.
012690     MOVE WS-DFLT-REPLACE-20-DARTS TO WS-LIM-REPLACE-20-DARTS.
012700     MOVE WS-DFLT-DUE-PCT          TO WS-LIM-DUE-PCT.
012710     IF WS-BPM-COUNT > ZERO
012720         SET WS-BPM-IDX TO 1
012730         SEARCH WS-BPM-ENTRY
012740             AT END
012750                 CONTINUE
012760             WHEN WS-BPM-BOARD-TYPE (WS-BPM-IDX)
012770                     = WS-BRD-BOARD-TYPE (WS-BRD-SUB)
012780                 PERFORM 7510-TAKE-PARM-LIMITS THRU 7510-EXIT
012790         END-SEARCH
012800     END-IF.
012810     MOVE SPACES TO WS-ROT-STATUS.
012820     MOVE SPACES TO WS-RPL-STATUS.
012830     COMPUTE WS-DUE-WORK = WS-BRD-ROT-DARTS (WS-BRD-SUB) * 100.
012840     COMPUTE WS-LIMIT-WORK = WS-LIM-ROTATE-DARTS * WS-LIM-DUE-PCT.
012850     IF WS-BRD-ROT-DARTS (WS-BRD-SUB) NOT < WS-LIM-ROTATE-DARTS
012860         MOVE "OVERDUE" TO WS-ROT-STATUS
012870         ADD 1 TO WS-ROT-OVERDUE-COUNT
012880     ELSE
012890         IF WS-DUE-WORK NOT < WS-LIMIT-WORK
012900             MOVE "DUE" TO WS-ROT-STATUS
012910             ADD 1 TO WS-ROT-DUE-COUNT
012920         END-IF
012930     END-IF.
012940     COMPUTE WS-DUE-WORK =
012950         WS-BRD-RPL-20-DARTS (WS-BRD-SUB) * 100.
012960     COMPUTE WS-LIMIT-WORK =
012970         WS-LIM-REPLACE-20-DARTS * WS-LIM-DUE-PCT.
012980     IF WS-BRD-RPL-20-DARTS (WS-BRD-SUB)
012990             NOT < WS-LIM-REPLACE-20-DARTS
013000         MOVE "OVERDUE" TO WS-RPL-STATUS
013010         ADD 1 TO WS-RPL-OVERDUE-COUNT
013020     ELSE
013030         IF WS-DUE-WORK NOT < WS-LIMIT-WORK
013040             MOVE "DUE" TO WS-RPL-STATUS
013050             ADD 1 TO WS-RPL-DUE-COUNT
013060         END-IF
013070     END-IF.
013080 7500-EXIT.
013090     EXIT.

013100 7510-TAKE-PARM-LIMITS.
013110     IF WS-BPM-ROTATE-DARTS (WS-BPM-IDX) > ZERO
013120         MOVE WS-BPM-ROTATE-DARTS (WS-BPM-IDX)
013130             TO WS-LIM-ROTATE-DARTS
013140     END-IF.
013150     IF WS-BPM-REPLACE-20-DARTS (WS-BPM-IDX) > ZERO
013160         MOVE WS-BPM-REPLACE-20-DARTS (WS-BPM-IDX)
013170             TO WS-LIM-REPLACE-20-DARTS
013180     END-IF.
013190     IF WS-BPM-DUE-PCT (WS-BPM-IDX) > ZERO
013200         MOVE WS-BPM-DUE-PCT (WS-BPM-IDX) TO WS-LIM-DUE-PCT
013210     END-IF.
013220 7510-EXIT.
013230     EXIT.

013240*****************************************************************
013250* 7600-FIND-DRIFT-FLAG - THE DRIFT FLAG FOR THE BOARD AT        *
013260*     WS-BRD-SUB.  WS-CFL-SUB POINTS AT IT WHEN FOUND.          *
013270*****************************************************************
013280 7600-FIND-DRIFT-FLAG.
013290     MOVE "N" TO WS-CFL-FOUND-SWITCH.
013300     IF WS-CFL-COUNT > ZERO
013310         SET WS-CFL-IDX TO 1
013320         SEARCH WS-CFL-ENTRY
013330             AT END
013340                 CONTINUE
013350             WHEN WS-CFL-VENUE-ID (WS-CFL-IDX)
013360                     = WS-BRD-VENUE-ID (WS-BRD-SUB)
013370              AND WS-CFL-BOARD-NBR (WS-CFL-IDX)
013380                     = WS-BRD-BOARD-NBR (WS-BRD-SUB)
013390                 SET WS-CFL-FOUND TO TRUE
013400                 SET WS-CFL-SUB TO WS-CFL-IDX
013410         END-SEARCH
013420     END-IF.
013430 7600-EXIT.
013440     EXIT.

013450*****************************************************************
013460* 8000-WRITE-TOTALS - RUN TOTALS AND THE VERDICT.  A REJECTED   *
013470*     CARD OR A REGISTER FAULT ENDS THE NIGHTLY RUN WITH RC 8,  *
013480*     WHICH HOLDS BACK THE COPY OF THE NEW REGISTER; THE NIGHT'S*
013490*     DARTS ARE BOOKED BY THE RERUN ONCE THE CARDS ARE PUT      *
013500*     RIGHT.                                                    *
013510*****************************************************************
013520 8000-WRITE-TOTALS.
013530     WRITE BRD-RPT-RECORD FROM WS-BLANK-LINE.
013540     MOVE "RUN TOTALS" TO WS-SECTION-LINE.
013550     WRITE BRD-RPT-RECORD FROM WS-SECTION-LINE.
013560     MOVE "BOARDS ON THE REGISTER" TO TOT-LABEL.
013570     MOVE WS-BRD-COUNT TO TOT-COUNT.
013580     WRITE BRD-RPT-RECORD FROM WS-TOTAL-LINE.
013590     IF WS-WEEKLY-RUN
013600         PERFORM 8100-WRITE-WEEKLY-TOTALS THRU 8100-EXIT
013610     ELSE
013620         PERFORM 8200-WRITE-NIGHTLY-TOTALS THRU 8200-EXIT
013630     END-IF.
013640     MOVE "BOARDS DUE FOR ROTATION" TO TOT-LABEL.
013650     MOVE WS-ROT-DUE-COUNT TO TOT-COUNT.
013660     WRITE BRD-RPT-RECORD FROM WS-TOTAL-LINE.
013670     MOVE "BOARDS OVERDUE FOR ROTATION" TO TOT-LABEL.
013680     MOVE WS-ROT-OVERDUE-COUNT TO TOT-COUNT.
013690     WRITE BRD-RPT-RECORD FROM WS-TOTAL-LINE.
013700     MOVE "BOARDS DUE FOR REPLACEMENT" TO TOT-LABEL.
013710     MOVE WS-RPL-DUE-COUNT TO TOT-COUNT.
013720     WRITE BRD-RPT-RECORD FROM WS-TOTAL-LINE.
013730     MOVE "BOARDS OVERDUE FOR REPLACEMENT" TO TOT-LABEL.
013740     MOVE WS-RPL-OVERDUE-COUNT TO TOT-COUNT.
013750     WRITE BRD-RPT-RECORD FROM WS-TOTAL-LINE.
013760     WRITE BRD-RPT-RECORD FROM WS-BLANK-LINE.
013770     EVALUATE TRUE
013780         WHEN WS-ERROR-COUNT > ZERO
013790          AND WS-WEEKLY-RUN
013800             MOVE "*** REGISTER FAULT - SEE THE JOB LOG ***"
013810                 TO WS-VERDICT-LINE
013820         WHEN WS-ERROR-COUNT > ZERO
013830         WHEN WS-CARDS-REJECTED > ZERO
013840             MOVE "*** RUN REJECTED - REGISTER NOT UPDATED ***"
013850                 TO WS-VERDICT-LINE
013860         WHEN WS-WEEKLY-RUN
013870             MOVE "BOARD MAINTENANCE LIST COMPLETE"
013880                 TO WS-VERDICT-LINE
013890         WHEN OTHER
013900             MOVE "BOARD REGISTER CLEAN" TO WS-VERDICT-LINE
013910     END-EVALUATE.
013920     WRITE BRD-RPT-RECORD FROM WS-VERDICT-LINE.
013930 8000-EXIT.
013940     EXIT.

013950 8100-WRITE-WEEKLY-TOTALS.
013960     MOVE "BOARDS LISTED" TO TOT-LABEL.
013970     MOVE WS-BOARDS-LISTED TO TOT-COUNT.
013980     WRITE BRD-RPT-RECORD FROM WS-TOTAL-LINE.
013990     MOVE "DRIFT FLAG ROWS READ" TO TOT-LABEL.
014000     MOVE WS-FLAGS-READ TO TOT-COUNT.
014010     WRITE BRD-RPT-RECORD FROM WS-TOTAL-LINE.
014020     MOVE "BOARDS DRIFTING SINCE RECALIBRATION" TO TOT-LABEL.
014030     MOVE WS-DRIFT-BOARD-COUNT TO TOT-COUNT.
014040     WRITE BRD-RPT-RECORD FROM WS-TOTAL-LINE.
014050     MOVE "DRIFT FLAGS NOT MATCHED" TO TOT-LABEL.
014060     MOVE WS-UNMATCHED-FLAGS TO TOT-COUNT.
014070     WRITE BRD-RPT-RECORD FROM WS-TOTAL-LINE.
014080 8100-EXIT.
014090     EXIT.

014100 8200-WRITE-NIGHTLY-TOTALS.
014110     MOVE "MAINTENANCE CARDS READ" TO TOT-LABEL.
014120     MOVE WS-CARDS-READ TO TOT-COUNT.
014130     WRITE BRD-RPT-RECORD FROM WS-TOTAL-LINE.
014140     MOVE "MAINTENANCE CARDS APPLIED" TO TOT-LABEL.
014150     MOVE WS-CARDS-APPLIED TO TOT-COUNT.
014160     WRITE BRD-RPT-RECORD FROM WS-TOTAL-LINE.
014170     MOVE "MAINTENANCE CARDS ALREADY ON FILE" TO TOT-LABEL.
014180     MOVE WS-CARDS-ON-FILE TO TOT-COUNT.
014190     WRITE BRD-RPT-RECORD FROM WS-TOTAL-LINE.
014200     MOVE "MAINTENANCE CARDS REJECTED" TO TOT-LABEL.
014210     MOVE WS-CARDS-REJECTED TO TOT-COUNT.
014220     WRITE BRD-RPT-RECORD FROM WS-TOTAL-LINE.
014230     MOVE "BOARDS ADDED" TO TOT-LABEL.
014240     MOVE WS-BOARDS-ADDED TO TOT-COUNT.
014250     WRITE BRD-RPT-RECORD FROM WS-TOTAL-LINE.
014260     MOVE "SCORED DARTS READ" TO TOT-LABEL.
014270     MOVE WS-DARTS-READ TO TOT-COUNT.
014280     WRITE BRD-RPT-RECORD FROM WS-TOTAL-LINE.
014290     MOVE "DARTS BOOKED TONIGHT" TO TOT-LABEL.
014300     MOVE WS-DARTS-BOOKED TO TOT-COUNT.
014310     WRITE BRD-RPT-RECORD FROM WS-TOTAL-LINE.
014320     MOVE "DARTS WITH NO VENUE OR BOARD" TO TOT-LABEL.
014330     MOVE WS-NO-BOARD-DARTS TO TOT-COUNT.
014340     WRITE BRD-RPT-RECORD FROM WS-TOTAL-LINE.
014350     MOVE "DARTS WITH NO SCORE DATE" TO TOT-LABEL.
014360     MOVE WS-UNDATED-DARTS TO TOT-COUNT.
014370     WRITE BRD-RPT-RECORD FROM WS-TOTAL-LINE.
014380     MOVE "DARTS DATED AFTER THE RUN DATE" TO TOT-LABEL.
014390     MOVE WS-LATER-DARTS TO TOT-COUNT.
014400     WRITE BRD-RPT-RECORD FROM WS-TOTAL-LINE.
014410     MOVE "DARTS OFF THE BOARD (MISSES)" TO TOT-LABEL.
014420     MOVE WS-MISS-DARTS TO TOT-COUNT.
014430     WRITE BRD-RPT-RECORD FROM WS-TOTAL-LINE.
014440     MOVE "DARTS AT BOARDS NOT ON THE REGISTER" TO TOT-LABEL.
014450     MOVE WS-UNREG-DARTS TO TOT-COUNT.
014460     WRITE BRD-RPT-RECORD FROM WS-TOTAL-LINE.
014470     MOVE "REGISTER ROWS WRITTEN" TO TOT-LABEL.
014480     MOVE WS-REGISTER-WRITTEN TO TOT-COUNT.
014490     WRITE BRD-RPT-RECORD FROM WS-TOTAL-LINE.
014500 8200-EXIT.
014510     EXIT.

014520*****************************************************************
014530* 9000-TERMINATE.                                               *
014540*****************************************************************
014550 9000-TERMINATE.
014560     IF WS-NIGHTLY-RUN
014570        AND NOT WS-TRANS-NOT-FOUND
014580         CLOSE TRANS-IN
014590     END-IF.
014600     CLOSE BRD-RPT.
014610 9000-EXIT.
014620     EXIT.
