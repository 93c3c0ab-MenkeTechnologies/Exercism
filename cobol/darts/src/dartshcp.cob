000010*****************************************************************
000020* PROGRAM-ID.  DARTSHCP.                                        *
000030* AUTHOR.      R. HALVORSEN, SCORING SYSTEMS GROUP.             *
000040* INSTALLATION. RIVERSIDE DARTS LEAGUE DATA PROCESSING.         *
000050* DATE-WRITTEN. 2026-10-15.                                     *
000060*                                                               *
000070* REMARKS.  WEEKLY HANDICAP RUN FOR THE HANDICAP LEAGUES.       *
000080*     A LEAGUE IS A HANDICAP LEAGUE WHEN IT HAS A ROW ON THE    *
000090*     HCPPARM FILE.  FOR EVERY PLAYER OF SUCH A LEAGUE ON THE   *
000100*     WEEK'S SEASON STATISTICS MASTER (SEE DSEASTAT) THE RUN    *
000110*     WORKS OUT THE POINTS TO TAKE OFF THE LEAGUE'S RULEPARM    *
000120*     STARTING TOTAL SO THAT A WEAKER PLAYER NEEDS ABOUT AS     *
000130*     MANY DARTS TO FINISH AS THE LEAGUE'S SCRATCH PLAYER:      *
000140*         HANDICAP = (SCRATCH AVG - PLAYER AVG) / SCRATCH AVG   *
000150*                    X STARTING TOTAL X ALLOWANCE PCT / 100     *
000160*     A PLAYER AT OR ABOVE SCRATCH PLAYS OFF THE FULL TOTAL.    *
000170*     THE HANDICAP IS CAPPED AT THE LEAGUE'S MAXIMUM, AND       *
000180*     ALWAYS LEAVES AT LEAST 2 TO START FROM.  A PLAYER WHO     *
000190*     HAS NOT YET THROWN THE LEAGUE'S MINIMUM LEGS IS UNRATED:  *
000200*     THE PLAYER KEEPS LAST WEEK'S HANDICAP, OR A NEWCOMER      *
000210*     TAKES THE LEAGUE'S STARTING HANDICAP.  ONCE RATED, A      *
000220*     HANDICAP MAY MOVE NO MORE THAN THE LEAGUE'S WEEKLY        *
000230*     LIMIT EITHER WAY FROM LAST WEEK'S RATED FIGURE; THE       *
000240*     FIRST RATED HANDICAP IS TAKEN AS CALCULATED.  A PLAYER    *
000250*     ON LAST WEEK'S MASTER WITH NO STATISTICS ROW THIS WEEK    *
000260*     IS CARRIED FORWARD UNCHANGED.  THE NEW MASTER (SEE        *
000270*     DHCPMAST) IS WRITTEN AS THE NEXT GENERATION AND THE       *
000280*     CHANGE LIST IS PRINTED BY DIVISION FOR THE NOTICE         *
000290*     BOARD.  A MISSING STATISTICS MASTER OR AN EMPTY HCPPARM   *
000300*     SETS RETURN CODE 8.                                       *
000310*                                                               *
000320* MODIFICATION HISTORY.                                         *
000330*     2026-10-15  RH   ORIGINAL PROGRAM.                        *
000340*****************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. DARTSHCP.
000370 AUTHOR. R. HALVORSEN.
000380 DATE-WRITTEN. 2026-10-15.
000390 DATE-COMPILED. 2026-10-15.

000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT STATS-IN     ASSIGN TO STATSIN
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-STATS-IN-STATUS.
000460     SELECT HCP-PRIOR    ASSIGN TO HCPPRIOR
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-HCP-PRIOR-STATUS.
000490     SELECT HCP-PARM     ASSIGN TO HCPPARM
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-HCP-PARM-STATUS.
000520     SELECT RULE-PARM    ASSIGN TO RULEPARM
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-RULE-PARM-STATUS.
000550     SELECT ROSTER-IN    ASSIGN TO ROSTER
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-ROSTER-IN-STATUS.
000580     SELECT HCP-OUT      ASSIGN TO HCPOUT
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-HCP-OUT-STATUS.
000610     SELECT HCP-RPT      ASSIGN TO HCPRPT
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-HCP-RPT-STATUS.

000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  STATS-IN
000670     RECORDING MODE IS F.
000680 01  STATS-IN-RECORD             PIC X(55).

000690 FD  HCP-PRIOR
000700     RECORDING MODE IS F.
000710 01  HCP-PRIOR-RECORD            PIC X(41).

000720 FD  HCP-PARM
000730     RECORDING MODE IS F.
000740 01  HCP-PARM-RECORD.
000750     05  HPR-LEAGUE-ID           PIC X(04).
000760     05  HPR-MIN-LEGS            PIC 9(03).
000770     05  HPR-MAX-MOVE            PIC 9(03).
000780     05  HPR-ALLOW-PCT           PIC 9(03).
000790     05  HPR-SCRATCH-AVG         PIC 9(03)V99.
000800     05  HPR-MAX-HANDICAP        PIC 9(03).
000810     05  HPR-START-HANDICAP      PIC 9(03).

000820 FD  RULE-PARM
000830     RECORDING MODE IS F.
000840 01  RULE-PARM-RECORD.
000850     05  RPR-LEAGUE-ID           PIC X(04).
000860     05  RPR-OUT-MODE            PIC X(01).
000870     05  RPR-START-TOTAL         PIC 9(03).
000880     05  RPR-SET-LEGS            PIC 9(02).

000890 FD  ROSTER-IN
000900     RECORDING MODE IS F.
000910 01  ROSTER-IN-RECORD            PIC X(43).

000920 FD  HCP-OUT
000930     RECORDING MODE IS F.
000940 01  HCP-OUT-RECORD              PIC X(41).

000950 FD  HCP-RPT
000960     RECORDING MODE IS F.
000970 01  HCP-RPT-RECORD              PIC X(132).

000980 WORKING-STORAGE SECTION.
000990 01  WS-STATS-IN-STATUS          PIC XX.
001000     88  WS-STATS-IN-OK                   VALUE "00".
001010     88  WS-STATS-IN-EOF                  VALUE "10".
001020     88  WS-STATS-NOT-FOUND               VALUE "35".
001030 01  WS-HCP-PRIOR-STATUS         PIC XX.
001040     88  WS-HCP-PRIOR-OK                  VALUE "00".
001050     88  WS-HCP-PRIOR-EOF                 VALUE "10".
001060     88  WS-HCP-PRIOR-NOT-FOUND           VALUE "35".
001070 01  WS-HCP-PARM-STATUS          PIC XX.
001080     88  WS-HCP-PARM-OK                   VALUE "00".
001090     88  WS-HCP-PARM-EOF                  VALUE "10".
001100     88  WS-HCP-PARM-NOT-FOUND            VALUE "35".
001110 01  WS-RULE-PARM-STATUS         PIC XX.
001120     88  WS-RULE-PARM-OK                  VALUE "00".
001130     88  WS-RULE-PARM-EOF                 VALUE "10".
001140     88  WS-RULE-PARM-NOT-FOUND           VALUE "35".
001150 01  WS-ROSTER-IN-STATUS         PIC XX.
001160     88  WS-ROSTER-IN-OK                  VALUE "00".
001170     88  WS-ROSTER-IN-EOF                 VALUE "10".
001180     88  WS-ROSTER-NOT-FOUND              VALUE "35".
001190 01  WS-HCP-OUT-STATUS           PIC XX.
001200     88  WS-HCP-OUT-OK                    VALUE "00".
001210 01  WS-HCP-RPT-STATUS           PIC XX.
001220     88  WS-HCP-RPT-OK                    VALUE "00".

001230 01  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
001240 01  WS-ERROR-COUNT              PIC 9(05) COMP VALUE ZERO.
001250 01  WS-RATED-COUNT              PIC 9(05) COMP VALUE ZERO.
001260 01  WS-UNRATED-COUNT            PIC 9(05) COMP VALUE ZERO.
001270 01  WS-CHANGED-COUNT            PIC 9(05) COMP VALUE ZERO.
001280 01  WS-LIMITED-COUNT            PIC 9(05) COMP VALUE ZERO.
001290 01  WS-CARRIED-COUNT            PIC 9(05) COMP VALUE ZERO.
001300 01  WS-DROPPED-COUNT            PIC 9(05) COMP VALUE ZERO.

001310*****************************************************************
001320* HANDICAP PARAMETERS OFF HCPPARM, ONE ROW PER HANDICAP LEAGUE: *
001330*   MINIMUM LEGS BEFORE A RATED HANDICAP, THE MOST A RATED      *
001340*   HANDICAP MAY MOVE IN ONE WEEK, THE ALLOWANCE PERCENTAGE OF  *
001350*   THE FULL DIFFERENCE, THE SCRATCH AVERAGE, THE MAXIMUM       *
001360*   HANDICAP AND THE STARTING HANDICAP FOR AN UNRATED NEWCOMER. *
001370*   A ZERO OR BLANK LIMIT MEANS NO LIMIT; A ZERO OR BLANK       *
001380*   ALLOWANCE MEANS THE FULL DIFFERENCE.                        *
001390*****************************************************************
001400 01  WS-HPM-COUNT                PIC 9(03) COMP VALUE ZERO.
001410 01  WS-HPM-TABLE.
001420     05  WS-HPM-ENTRY OCCURS 1 TO 25 TIMES
001430                      DEPENDING ON WS-HPM-COUNT
001440                      INDEXED BY WS-HPM-IDX.
001450         10  WS-HPM-LEAGUE-ID        PIC X(04).
001460         10  WS-HPM-MIN-LEGS         PIC 9(03).
001470         10  WS-HPM-MAX-MOVE         PIC 9(03).
001480         10  WS-HPM-ALLOW-PCT        PIC 9(03).
001490         10  WS-HPM-SCRATCH-AVG      PIC 9(03)V99.
001500         10  WS-HPM-MAX-HANDICAP     PIC 9(03).
001510         10  WS-HPM-START-HANDICAP   PIC 9(03).
001520 01  WS-HPM-FOUND-SWITCH         PIC X(01) VALUE "N".
001530     88  WS-HPM-LEAGUE-FOUND             VALUE "Y".

001540*****************************************************************
001550* WORK FIELDS FOR ONE PLAYER'S HANDICAP.                        *
001560*****************************************************************
001570 01  WS-KEY-PLAYER-ID            PIC X(10) VALUE SPACES.
001580 01  WS-KEY-LEAGUE-ID            PIC X(04) VALUE SPACES.
001590 01  WS-PRIOR-FOUND-SWITCH       PIC X(01) VALUE "N".
001600     88  WS-PRIOR-FOUND                  VALUE "Y".
001610 01  WS-PRIOR-HANDICAP           PIC 9(03) VALUE ZERO.
001620 01  WS-PRIOR-STATUS             PIC X(01) VALUE SPACES.
001630     88  WS-PRIOR-RATED                  VALUE "R".
001640 01  WS-TARGET-HANDICAP          PIC S9(05) VALUE ZERO.
001650 01  WS-MOVE-LIMIT-HIGH          PIC S9(05) VALUE ZERO.
001660 01  WS-MOVE-LIMIT-LOW           PIC S9(05) VALUE ZERO.
001670 01  WS-HANDICAP-CEILING         PIC S9(05) VALUE ZERO.
001680 01  WS-HANDICAP-CHANGE          PIC S9(05) VALUE ZERO.
001690 01  WS-LIMITED-SWITCH           PIC X(01) VALUE "N".
001700     88  WS-MOVE-WAS-LIMITED             VALUE "Y".
001710 01  WS-RPT-LEAGUE-ID            PIC X(04) VALUE SPACES.
001720 01  WS-LINES-PRINTED            PIC 9(05) COMP VALUE ZERO.
001730 01  WS-CARRY-HEADING-SWITCH     PIC X(01) VALUE "N".
001740     88  WS-CARRY-HEADING-DONE           VALUE "Y".

001750 01  WS-LEAGUE-HEADING.
001760     05  FILLER                  PIC X(10) VALUE "DIVISION: ".
001770     05  LHD-LEAGUE-ID           PIC X(04).
001780     05  FILLER                  PIC X(24)
001790                                 VALUE "   HANDICAPS EFFECTIVE ".
001800     05  LHD-DATE                PIC 9(08).

001810 01  WS-CARRY-HEADING.
001820     05  FILLER                  PIC X(41) VALUE
001830             "CARRIED FORWARD - NO STATISTICS THIS WEEK".

001840 01  WS-HEADING-1.
001850     05  FILLER                  PIC X(11) VALUE "PLAYER".
001860     05  FILLER                  PIC X(21) VALUE "PLAYER NAME".
001870     05  FILLER                  PIC X(06) VALUE "LEGS".
001880     05  FILLER                  PIC X(08) VALUE "3-D AVG".
001890     05  FILLER                  PIC X(07) VALUE "WAS".
001900     05  FILLER                  PIC X(06) VALUE "NOW".
001910     05  FILLER                  PIC X(07) VALUE "MOVE".
001920     05  FILLER                  PIC X(07) VALUE "START".
001930     05  FILLER                  PIC X(20) VALUE "NOTE".

001940 01  WS-DETAIL-LINE.
001950     05  DTL-PLAYER-ID           PIC X(10).
001960     05  FILLER                  PIC X(01) VALUE SPACES.
001970     05  DTL-PLAYER-NAME         PIC X(20).
001980     05  FILLER                  PIC X(01) VALUE SPACES.
001990     05  DTL-LEGS                PIC ZZZ9.
002000     05  FILLER                  PIC X(02) VALUE SPACES.
002010     05  DTL-AVG                 PIC ZZ9.99.
002020     05  FILLER                  PIC X(02) VALUE SPACES.
002030     05  DTL-PRIOR               PIC X(03).
002040     05  FILLER                  PIC X(04) VALUE SPACES.
002050     05  DTL-HANDICAP            PIC ZZ9.
002060     05  FILLER                  PIC X(03) VALUE SPACES.
002070     05  DTL-CHANGE              PIC X(04).
002080     05  FILLER                  PIC X(03) VALUE SPACES.
002090     05  DTL-START               PIC ZZ9.
002100     05  FILLER                  PIC X(04) VALUE SPACES.
002110     05  DTL-NOTE                PIC X(20).

002120 01  WS-EDIT-PRIOR               PIC ZZ9.
002130 01  WS-EDIT-CHANGE              PIC +ZZ9.

002140 01  WS-TOTAL-LINE.
002150     05  TOT-LABEL               PIC X(30).
002160     05  TOT-COUNT               PIC ZZZZ9.

002170 01  WS-VERDICT-LINE             PIC X(50).
002180 01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

002190 COPY DSEASTAT.
002200 COPY DHCPMAST.
002210 COPY DROSTER.
002220 COPY DRULETBL.

002230 PROCEDURE DIVISION.

002240*****************************************************************
002250* 0000-MAINLINE.                                                *
002260*****************************************************************
002270 0000-MAINLINE.
002280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002290     PERFORM 2000-PROCESS-STAT THRU 2000-EXIT
002300         UNTIL WS-STATS-IN-EOF.
002310     PERFORM 5000-CARRY-FORWARD THRU 5000-EXIT.
002320     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
002330     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002340     IF WS-ERROR-COUNT > ZERO
002350         MOVE 8 TO RETURN-CODE
002360     END-IF.
002370     GOBACK.

002380*****************************************************************
002390* 1000-INITIALIZE - LOAD THE PARAMETER, PRIOR-MASTER AND        *
002400*     ROSTER TABLES, OPEN THE STATISTICS MASTER AND OUTPUTS.    *
002410*     NO HANDICAP LEAGUES ON HCPPARM, OR NO STATISTICS MASTER,  *
002420*     LEAVES NOTHING TO RATE AND IS AN ERROR.                   *
002430*****************************************************************
002440 1000-INITIALIZE.
002450     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002460     OPEN OUTPUT HCP-OUT.
002470     OPEN OUTPUT HCP-RPT.
002480     PERFORM 1100-LOAD-RULE-TABLE THRU 1100-EXIT.
002490     PERFORM 1200-LOAD-HCP-PARMS THRU 1200-EXIT.
002500     PERFORM 1300-LOAD-PRIOR-MASTER THRU 1300-EXIT.
002510     PERFORM 1400-LOAD-ROSTER THRU 1400-EXIT.
002520     IF WS-HPM-COUNT = ZERO
002530         ADD 1 TO WS-ERROR-COUNT
002540         MOVE "NO HANDICAP LEAGUES ON HCPPARM" TO WS-VERDICT-LINE
002550         WRITE HCP-RPT-RECORD FROM WS-VERDICT-LINE
002560     END-IF.
002570     OPEN INPUT STATS-IN.
002580     IF WS-STATS-NOT-FOUND
002590         ADD 1 TO WS-ERROR-COUNT
002600         MOVE "SEASON STATISTICS MASTER NOT FOUND" TO
002610             WS-VERDICT-LINE
002620         WRITE HCP-RPT-RECORD FROM WS-VERDICT-LINE
002630         SET WS-STATS-IN-EOF TO TRUE
002640     END-IF.
002650 1000-EXIT.
002660     EXIT.

002670*****************************************************************
002680* 1100-LOAD-RULE-TABLE - READ RULEPARM ONCE PER RUN FOR EACH    *
002690*     LEAGUE'S STARTING TOTAL, AS THE LEG ACCUMULATORS DO.  A   *
002700*     MISSING FILE LEAVES EVERY LEAGUE ON 501.                  *
002710*****************************************************************
002720 1100-LOAD-RULE-TABLE.
002730     OPEN INPUT RULE-PARM.
002740     IF WS-RULE-PARM-NOT-FOUND
002750         CONTINUE
002760     ELSE
002770         PERFORM 1110-READ-RULE-ROW THRU 1110-EXIT
002780             UNTIL WS-RULE-PARM-EOF
002790         CLOSE RULE-PARM
002800     END-IF.
002810 1100-EXIT.
002820     EXIT.

002830*****************************************************************
002840* 1110-READ-RULE-ROW - READ ONE ROW OF RULEPARM INTO THE NEXT   *
002850*     TABLE ENTRY.  OLD 5-BYTE ROWS FALL TO 501.                *
002860*****************************************************************
002870 1110-READ-RULE-ROW.
002880     READ RULE-PARM
002890         AT END SET WS-RULE-PARM-EOF TO TRUE
002900     END-READ.
002910     IF WS-RULE-PARM-OK
002920         IF WS-RULE-COUNT >= 25
002930             DISPLAY "DARTSHCP: RULEPARM HAS MORE THAN 25 ROWS "
002940                 "- ROWS BEYOND THE 25TH ARE IGNORED"
002950             SET WS-RULE-PARM-EOF TO TRUE
002960         ELSE
002970             ADD 1 TO WS-RULE-COUNT
002980             SET WS-RULE-IDX TO WS-RULE-COUNT
002990             MOVE RPR-LEAGUE-ID TO
003000                 WS-RULE-LEAGUE-ID (WS-RULE-IDX)
003010             MOVE RPR-OUT-MODE  TO
003020                 WS-RULE-OUT-MODE (WS-RULE-IDX)
003030             IF RPR-START-TOTAL IS NUMERIC
003040                AND RPR-START-TOTAL > ZERO
003050                 MOVE RPR-START-TOTAL TO
003060                     WS-RULE-START-TOTAL (WS-RULE-IDX)
003070             ELSE
003080                 MOVE 501 TO
003090                     WS-RULE-START-TOTAL (WS-RULE-IDX)
003100             END-IF
003110             MOVE ZERO TO WS-RULE-SET-LEGS (WS-RULE-IDX)
003120         END-IF
003130     END-IF.
003140 1110-EXIT.
003150     EXIT.

003160*****************************************************************
003170* 1200-LOAD-HCP-PARMS - ONE HCPPARM ROW PER HANDICAP LEAGUE.    *
003180*****************************************************************
003190 1200-LOAD-HCP-PARMS.
003200     OPEN INPUT HCP-PARM.
003210     IF WS-HCP-PARM-NOT-FOUND
003220         CONTINUE
003230     ELSE
003240         PERFORM 1210-READ-HCP-PARM-ROW THRU 1210-EXIT
003250             UNTIL WS-HCP-PARM-EOF
003260         CLOSE HCP-PARM
003270     END-IF.
003280 1200-EXIT.
003290     EXIT.

003300*****************************************************************
003310* 1210-READ-HCP-PARM-ROW - ONE HCPPARM ROW INTO THE TABLE.  A   *
003320*     ROW WITH NO SCRATCH AVERAGE CANNOT BE RATED AGAINST AND   *
003330*     IS AN ERROR; BLANK LIMITS TAKE THEIR DEFAULTS.            *
003340*****************************************************************
003350 1210-READ-HCP-PARM-ROW.
003360     READ HCP-PARM
003370         AT END
003380             SET WS-HCP-PARM-EOF TO TRUE
003390             GO TO 1210-EXIT
003400     END-READ.
003410     IF HPR-SCRATCH-AVG NOT NUMERIC
003420        OR HPR-SCRATCH-AVG = ZERO
003430         DISPLAY "DARTSHCP: HCPPARM ROW FOR LEAGUE " HPR-LEAGUE-ID
003440             " HAS NO SCRATCH AVERAGE - ROW IGNORED"
003450         ADD 1 TO WS-ERROR-COUNT
003460         GO TO 1210-EXIT
003470     END-IF.
003480     IF WS-HPM-COUNT >= 25
003490         DISPLAY "DARTSHCP: HCPPARM HAS MORE THAN 25 ROWS "
003500             "- ROWS BEYOND THE 25TH ARE IGNORED"
003510         SET WS-HCP-PARM-EOF TO TRUE
003520         GO TO 1210-EXIT
003530     END-IF.
003540     ADD 1 TO WS-HPM-COUNT.
003550     SET WS-HPM-IDX TO WS-HPM-COUNT.
003560     MOVE HPR-LEAGUE-ID   TO WS-HPM-LEAGUE-ID (WS-HPM-IDX).
003570     MOVE HPR-SCRATCH-AVG TO WS-HPM-SCRATCH-AVG (WS-HPM-IDX).
003580     MOVE ZERO TO WS-HPM-MIN-LEGS (WS-HPM-IDX).
003590     IF HPR-MIN-LEGS IS NUMERIC
003600         MOVE HPR-MIN-LEGS TO WS-HPM-MIN-LEGS (WS-HPM-IDX)
003610     END-IF.
003620     MOVE 999 TO WS-HPM-MAX-MOVE (WS-HPM-IDX).
003630     IF HPR-MAX-MOVE IS NUMERIC
003640        AND HPR-MAX-MOVE > ZERO
003650         MOVE HPR-MAX-MOVE TO WS-HPM-MAX-MOVE (WS-HPM-IDX)
003660     END-IF.
003670     MOVE 100 TO WS-HPM-ALLOW-PCT (WS-HPM-IDX).
003680     IF HPR-ALLOW-PCT IS NUMERIC
003690        AND HPR-ALLOW-PCT > ZERO
003700         MOVE HPR-ALLOW-PCT TO WS-HPM-ALLOW-PCT (WS-HPM-IDX)
003710     END-IF.
003720     MOVE 999 TO WS-HPM-MAX-HANDICAP (WS-HPM-IDX).
003730     IF HPR-MAX-HANDICAP IS NUMERIC
003740        AND HPR-MAX-HANDICAP > ZERO
003750         MOVE HPR-MAX-HANDICAP TO
003760             WS-HPM-MAX-HANDICAP (WS-HPM-IDX)
003770     END-IF.
003780     MOVE ZERO TO WS-HPM-START-HANDICAP (WS-HPM-IDX).
003790     IF HPR-START-HANDICAP IS NUMERIC
003800         MOVE HPR-START-HANDICAP TO
003810             WS-HPM-START-HANDICAP (WS-HPM-IDX)
003820     END-IF.
003830 1210-EXIT.
003840     EXIT.

003850*****************************************************************
003860* 1300-LOAD-PRIOR-MASTER - LAST WEEK'S HANDICAP MASTER INTO THE *
003870*     TABLE.  A MISSING OR EMPTY MASTER (THE FIRST WEEK) MEANS  *
003880*     EVERY PLAYER IS NEW.                                      *
003890*****************************************************************
003900 1300-LOAD-PRIOR-MASTER.
003910     OPEN INPUT HCP-PRIOR.
003920     IF WS-HCP-PRIOR-NOT-FOUND
003930         CONTINUE
003940     ELSE
003950         PERFORM 1310-READ-PRIOR-ROW THRU 1310-EXIT
003960             UNTIL WS-HCP-PRIOR-EOF
003970         CLOSE HCP-PRIOR
003980     END-IF.
003990 1300-EXIT.
004000     EXIT.

004010 1310-READ-PRIOR-ROW.
004020     READ HCP-PRIOR INTO HANDICAP-RECORD
004030         AT END
004040             SET WS-HCP-PRIOR-EOF TO TRUE
004050             GO TO 1310-EXIT
004060     END-READ.
004070     IF WS-HCP-COUNT >= 500
004080         DISPLAY "DARTSHCP: HANDICAP MASTER HAS MORE THAN 500 "
004090             "ROWS - ROWS BEYOND THE 500TH ARE IGNORED"
004100         SET WS-HCP-PRIOR-EOF TO TRUE
004110         GO TO 1310-EXIT
004120     END-IF.
004130     ADD 1 TO WS-HCP-COUNT.
004140     SET WS-HCP-IDX TO WS-HCP-COUNT.
004150     MOVE HCP-PLAYER-ID TO WS-HCP-PLAYER-ID (WS-HCP-IDX).
004160     MOVE HCP-LEAGUE-ID TO WS-HCP-LEAGUE-ID (WS-HCP-IDX).
004170     MOVE HCP-HANDICAP  TO WS-HCP-HANDICAP (WS-HCP-IDX).
004180     MOVE HCP-STATUS    TO WS-HCP-STATUS (WS-HCP-IDX).
004190     MOVE "N"           TO WS-HCP-SEEN-SWITCH (WS-HCP-IDX).
004200 1310-EXIT.
004210     EXIT.

004220*****************************************************************
004230* 1400-LOAD-ROSTER - READ THE PLAYER ROSTER MASTER FOR THE      *
004240*     DISPLAY NAMES ON THE CHANGE LIST.  A MISSING ROSTER       *
004250*     PRINTS THE RAW PLAYER ID.                                 *
004260*****************************************************************
004270 1400-LOAD-ROSTER.
004280     OPEN INPUT ROSTER-IN.
004290     IF WS-ROSTER-NOT-FOUND
004300         CONTINUE
004310     ELSE
004320         PERFORM 1410-READ-ROSTER-ROW THRU 1410-EXIT
004330             UNTIL WS-ROSTER-IN-EOF
004340         CLOSE ROSTER-IN
004350     END-IF.
004360 1400-EXIT.
004370     EXIT.

004380 1410-READ-ROSTER-ROW.
004390     READ ROSTER-IN INTO ROSTER-RECORD
004400         AT END SET WS-ROSTER-IN-EOF TO TRUE
004410     END-READ.
004420     IF WS-ROSTER-IN-OK
004430         IF WS-ROSTER-COUNT >= 500
004440             DISPLAY "DARTSHCP: ROSTER HAS MORE THAN 500 ROWS "
004450                 "- ROWS BEYOND THE 500TH ARE IGNORED"
004460             SET WS-ROSTER-IN-EOF TO TRUE
004470         ELSE
004480             ADD 1 TO WS-ROSTER-COUNT
004490             SET WS-ROSTER-IDX TO WS-ROSTER-COUNT
004500             MOVE ROS-PLAYER-ID   TO
004510                 WS-ROSTER-PLAYER-ID (WS-ROSTER-IDX)
004520             MOVE ROS-PLAYER-NAME TO
004530                 WS-ROSTER-PLAYER-NAME (WS-ROSTER-IDX)
004540             MOVE ROS-TEAM-ID     TO
004550                 WS-ROSTER-TEAM-ID (WS-ROSTER-IDX)
004560             MOVE ROS-LEAGUE-ID   TO
004570                 WS-ROSTER-LEAGUE-ID (WS-ROSTER-IDX)
004580             MOVE ROS-STATUS      TO
004590                 WS-ROSTER-STATUS (WS-ROSTER-IDX)
004600         END-IF
004610     END-IF.
004620 1410-EXIT.
004630     EXIT.

004640*****************************************************************
004650* 2000-PROCESS-STAT - ONE SEASON MASTER ROW.  ROWS OF LEAGUES   *
004660*     NOT ON HCPPARM ARE SKIPPED.  THE MASTER ARRIVES IN        *
004670*     DIVISION ORDER, BEST AVERAGE FIRST, SO THE CHANGE LIST    *
004680*     BREAKS BY DIVISION AS THE STANDINGS DO.                   *
004690*****************************************************************
004700 2000-PROCESS-STAT.
004710     READ STATS-IN INTO SEASON-STAT-RECORD
004720         AT END
004730             SET WS-STATS-IN-EOF TO TRUE
004740             GO TO 2000-EXIT
004750     END-READ.
004760     MOVE SST-PLAYER-ID TO WS-KEY-PLAYER-ID.
004770     MOVE SST-LEAGUE-ID TO WS-KEY-LEAGUE-ID.
004780     PERFORM 2100-FIND-LEAGUE-PARM THRU 2100-EXIT.
004790     IF NOT WS-HPM-LEAGUE-FOUND
004800         GO TO 2000-EXIT
004810     END-IF.
004820     PERFORM 2150-FIND-START-TOTAL THRU 2150-EXIT.
004830     PERFORM 2200-FIND-PRIOR THRU 2200-EXIT.
004840     IF WS-PRIOR-FOUND
004850         SET WS-HCP-SEEN (WS-HCP-IDX) TO TRUE
004860     END-IF.
004870     PERFORM 3000-CALC-HANDICAP THRU 3000-EXIT.
004880     MOVE SST-PLAYER-ID   TO HCP-PLAYER-ID.
004890     MOVE SST-LEAGUE-ID   TO HCP-LEAGUE-ID.
004900     MOVE SST-AVG-3DART   TO HCP-AVG-3DART.
004910     MOVE SST-LEGS-PLAYED TO HCP-LEGS-PLAYED.
004920     IF WS-PRIOR-FOUND
004930         MOVE WS-PRIOR-HANDICAP TO HCP-PRIOR-HANDICAP
004940     ELSE
004950         MOVE HCP-HANDICAP TO HCP-PRIOR-HANDICAP
004960     END-IF.
004970     PERFORM 4000-PUBLISH-HANDICAP THRU 4000-EXIT.
004980 2000-EXIT.
004990     EXIT.

005000*****************************************************************
005010* 2100-FIND-LEAGUE-PARM - THE HCPPARM ROW FOR WS-KEY-LEAGUE-ID, *
005020*     LEFT AT WS-HPM-IDX.                                       *
005030*****************************************************************
005040 2100-FIND-LEAGUE-PARM.
005050     MOVE "N" TO WS-HPM-FOUND-SWITCH.
005060     IF WS-HPM-COUNT > ZERO
005070         SET WS-HPM-IDX TO 1
005080         SEARCH WS-HPM-ENTRY
005090             AT END
005100                 CONTINUE
005110             WHEN WS-HPM-LEAGUE-ID (WS-HPM-IDX) = WS-KEY-LEAGUE-ID
005120                 SET WS-HPM-LEAGUE-FOUND TO TRUE
005130         END-SEARCH
005140     END-IF.
005150 2100-EXIT.
005160     EXIT.

005170*****************************************************************
005180* 2150-FIND-START-TOTAL - THE LEAGUE'S RULEPARM STARTING TOTAL, *
005190*     501 WHEN THE LEAGUE HAS NO ROW.                           *
005200*****************************************************************
005210 2150-FIND-START-TOTAL.
005220     MOVE 501 TO WS-LEG-START-TOTAL.
005230     IF WS-RULE-COUNT > ZERO
005240         SET WS-RULE-IDX TO 1
005250         SEARCH WS-RULE-ENTRY
005260             AT END
005270                 CONTINUE
005280             WHEN WS-RULE-LEAGUE-ID (WS-RULE-IDX)
005290                 = WS-KEY-LEAGUE-ID
005300                 MOVE WS-RULE-START-TOTAL (WS-RULE-IDX)
005310                     TO WS-LEG-START-TOTAL
005320         END-SEARCH
005330     END-IF.
005340 2150-EXIT.
005350     EXIT.

005360*****************************************************************
005370* 2200-FIND-PRIOR - LAST WEEK'S HANDICAP FOR THE PLAYER IN THIS *
005380*     LEAGUE, LEFT AT WS-HCP-IDX.                               *
005390*****************************************************************
005400 2200-FIND-PRIOR.
005410     MOVE "N" TO WS-PRIOR-FOUND-SWITCH.
005420     MOVE ZERO TO WS-PRIOR-HANDICAP.
005430     MOVE SPACES TO WS-PRIOR-STATUS.
005440     IF WS-HCP-COUNT > ZERO
005450         SET WS-HCP-IDX TO 1
005460         SEARCH WS-HCP-ENTRY
005470             AT END
005480                 CONTINUE
005490             WHEN WS-HCP-PLAYER-ID (WS-HCP-IDX) = WS-KEY-PLAYER-ID
005500              AND WS-HCP-LEAGUE-ID (WS-HCP-IDX) = WS-KEY-LEAGUE-ID
005510                 SET WS-PRIOR-FOUND TO TRUE
005520                 MOVE WS-HCP-HANDICAP (WS-HCP-IDX)
005530                     TO WS-PRIOR-HANDICAP
005540                 MOVE WS-HCP-STATUS (WS-HCP-IDX)
005550                     TO WS-PRIOR-STATUS
005560         END-SEARCH
005570     END-IF.
005580 2200-EXIT.
005590     EXIT.

005600*****************************************************************
005610* 3000-CALC-HANDICAP - THIS WEEK'S HANDICAP INTO HCP-HANDICAP   *
005620*     AND HCP-STATUS.  UNDER THE MINIMUM LEGS THE PLAYER IS     *
005630*     UNRATED AND HOLDS LAST WEEK'S FIGURE (OR THE LEAGUE'S     *
005640*     STARTING HANDICAP WHEN NEW); OTHERWISE THE PLAYER IS      *
005650*     RATED.  EITHER WAY AT LEAST 2 IS LEFT TO START FROM.      *
005660*****************************************************************
005670 3000-CALC-HANDICAP.
005680     MOVE "N" TO WS-LIMITED-SWITCH.
005690     IF SST-LEGS-PLAYED < WS-HPM-MIN-LEGS (WS-HPM-IDX)
005700         MOVE "U" TO HCP-STATUS
005710         IF WS-PRIOR-FOUND
005720             MOVE WS-PRIOR-HANDICAP TO WS-TARGET-HANDICAP
005730         ELSE
005740             MOVE WS-HPM-START-HANDICAP (WS-HPM-IDX)
005750                 TO WS-TARGET-HANDICAP
005760         END-IF
005770     ELSE
005780         MOVE "R" TO HCP-STATUS
005790         PERFORM 3050-RATE-PLAYER THRU 3050-EXIT
005800     END-IF.
005810     COMPUTE WS-HANDICAP-CEILING = WS-LEG-START-TOTAL - 2.
005820     IF WS-TARGET-HANDICAP > WS-HANDICAP-CEILING
005830         MOVE WS-HANDICAP-CEILING TO WS-TARGET-HANDICAP
005840     END-IF.
005850     IF WS-TARGET-HANDICAP < ZERO
005860         MOVE ZERO TO WS-TARGET-HANDICAP
005870     END-IF.
005880     MOVE WS-TARGET-HANDICAP TO HCP-HANDICAP.
005890     COMPUTE HCP-START-TOTAL = WS-LEG-START-TOTAL - HCP-HANDICAP.
005900     MOVE WS-TODAY-DATE TO HCP-EFFECTIVE-DATE.
005910 3000-EXIT.
005920     EXIT.

005930*****************************************************************
005940* 3050-RATE-PLAYER - THE RATED HANDICAP OFF THE SCRATCH         *
005950*     AVERAGE, CAPPED AT THE LEAGUE MAXIMUM AND HELD WITHIN THE *
005960*     WEEKLY LIMIT OF A PRIOR RATED HANDICAP.                   *
005970*****************************************************************
005980 3050-RATE-PLAYER.
005990     IF SST-AVG-3DART NOT < WS-HPM-SCRATCH-AVG (WS-HPM-IDX)
006000         MOVE ZERO TO WS-TARGET-HANDICAP
006010     ELSE
006020         COMPUTE WS-TARGET-HANDICAP ROUNDED =
006030             (WS-HPM-SCRATCH-AVG (WS-HPM-IDX) - SST-AVG-3DART)
006040             * WS-LEG-START-TOTAL
006050             * WS-HPM-ALLOW-PCT (WS-HPM-IDX)
006060             / (WS-HPM-SCRATCH-AVG (WS-HPM-IDX) * 100)
006070     END-IF.
006080     IF WS-TARGET-HANDICAP > WS-HPM-MAX-HANDICAP (WS-HPM-IDX)
006090         MOVE WS-HPM-MAX-HANDICAP (WS-HPM-IDX)
006100             TO WS-TARGET-HANDICAP
006110     END-IF.
006120     IF WS-PRIOR-FOUND
006130        AND WS-PRIOR-RATED
006140         PERFORM 3100-LIMIT-MOVEMENT THRU 3100-EXIT
006150     END-IF.
006160 3050-EXIT.
006170     EXIT.

006180*****************************************************************
006190* 3100-LIMIT-MOVEMENT - HOLD THE NEW RATED HANDICAP WITHIN THE  *
006200*     LEAGUE'S WEEKLY LIMIT OF LAST WEEK'S RATED FIGURE.        *
006210*****************************************************************
006220 3100-LIMIT-MOVEMENT.
006230     COMPUTE WS-MOVE-LIMIT-HIGH =
006240         WS-PRIOR-HANDICAP + WS-HPM-MAX-MOVE (WS-HPM-IDX).
006250     COMPUTE WS-MOVE-LIMIT-LOW =
006260         WS-PRIOR-HANDICAP - WS-HPM-MAX-MOVE (WS-HPM-IDX).
006270     IF WS-TARGET-HANDICAP > WS-MOVE-LIMIT-HIGH
006280         MOVE WS-MOVE-LIMIT-HIGH TO WS-TARGET-HANDICAP
006290         SET WS-MOVE-WAS-LIMITED TO TRUE
006300     END-IF.
006310     IF WS-TARGET-HANDICAP < WS-MOVE-LIMIT-LOW
006320         MOVE WS-MOVE-LIMIT-LOW TO WS-TARGET-HANDICAP
006330         SET WS-MOVE-WAS-LIMITED TO TRUE
006340     END-IF.
006350 3100-EXIT.
006360     EXIT.

006370*****************************************************************
006380* 4000-PUBLISH-HANDICAP - WRITE THE NEW MASTER ROW AND PRINT    *
006390*     ITS CHANGE-LIST LINE, BREAKING TO A NEW DIVISION HEADING  *
006400*     WHEN THE LEAGUE CHANGES.                                  *
006410*****************************************************************
006420 4000-PUBLISH-HANDICAP.
006430     WRITE HCP-OUT-RECORD FROM HANDICAP-RECORD.
006440     IF HCP-RATED
006450         ADD 1 TO WS-RATED-COUNT
006460     ELSE
006470         ADD 1 TO WS-UNRATED-COUNT
006480     END-IF.
006490     IF WS-MOVE-WAS-LIMITED
006500         ADD 1 TO WS-LIMITED-COUNT
006510     END-IF.
006520     IF HCP-LEAGUE-ID NOT = WS-RPT-LEAGUE-ID
006530         MOVE HCP-LEAGUE-ID TO WS-RPT-LEAGUE-ID
006540         MOVE WS-RPT-LEAGUE-ID TO LHD-LEAGUE-ID
006550         MOVE WS-TODAY-DATE TO LHD-DATE
006560         IF WS-LINES-PRINTED > ZERO
006570             WRITE HCP-RPT-RECORD FROM WS-BLANK-LINE
006580         END-IF
006590         WRITE HCP-RPT-RECORD FROM WS-LEAGUE-HEADING
006600         WRITE HCP-RPT-RECORD FROM WS-HEADING-1
006610     END-IF.
006620     PERFORM 4100-PRINT-LINE THRU 4100-EXIT.
006630 4000-EXIT.
006640     EXIT.

006650*****************************************************************
006660* 4100-PRINT-LINE - ONE CHANGE-LIST LINE FOR THE MASTER ROW IN  *
006670*     HANDICAP-RECORD.  WS-PRIOR-FOUND SAYS WHETHER THERE WAS A *
006680*     FIGURE LAST WEEK TO SHOW THE MOVE AGAINST.                *
006690*****************************************************************
006700 4100-PRINT-LINE.
006710     MOVE HCP-PLAYER-ID   TO DTL-PLAYER-ID.
006720     PERFORM 4150-FIND-PLAYER-NAME THRU 4150-EXIT.
006730     MOVE HCP-LEGS-PLAYED TO DTL-LEGS.
006740     MOVE HCP-AVG-3DART   TO DTL-AVG.
006750     MOVE HCP-HANDICAP    TO DTL-HANDICAP.
006760     MOVE HCP-START-TOTAL TO DTL-START.
006770     IF WS-PRIOR-FOUND
006780         MOVE HCP-PRIOR-HANDICAP TO WS-EDIT-PRIOR
006790         MOVE WS-EDIT-PRIOR TO DTL-PRIOR
006800         COMPUTE WS-HANDICAP-CHANGE =
006810             HCP-HANDICAP - HCP-PRIOR-HANDICAP
006820         MOVE WS-HANDICAP-CHANGE TO WS-EDIT-CHANGE
006830         MOVE WS-EDIT-CHANGE TO DTL-CHANGE
006840         IF WS-HANDICAP-CHANGE NOT = ZERO
006850             ADD 1 TO WS-CHANGED-COUNT
006860         END-IF
006870     ELSE
006880         MOVE "---" TO DTL-PRIOR
006890         MOVE SPACES TO DTL-CHANGE
006900         MOVE ZERO TO WS-HANDICAP-CHANGE
006910     END-IF.
006920     EVALUATE TRUE
006930         WHEN WS-CARRY-HEADING-DONE
006940             MOVE "CARRIED FORWARD" TO DTL-NOTE
006950         WHEN HCP-UNRATED AND NOT WS-PRIOR-FOUND
006960             MOVE "NEW - UNRATED" TO DTL-NOTE
006970         WHEN HCP-UNRATED
006980             MOVE "UNRATED - HELD" TO DTL-NOTE
006990         WHEN NOT WS-PRIOR-FOUND
007000             MOVE "NEW" TO DTL-NOTE
007010         WHEN NOT WS-PRIOR-RATED
007020             MOVE "FIRST RATED" TO DTL-NOTE
007030         WHEN WS-MOVE-WAS-LIMITED
007040             MOVE "WEEKLY LIMIT APPLIED" TO DTL-NOTE
007050         WHEN OTHER
007060             MOVE SPACES TO DTL-NOTE
007070     END-EVALUATE.
007080     WRITE HCP-RPT-RECORD FROM WS-DETAIL-LINE.
007090     ADD 1 TO WS-LINES-PRINTED.
007100 4100-EXIT.
007110     EXIT.

007120*****************************************************************
007130* 4150-FIND-PLAYER-NAME - DISPLAY NAME FOR THE CHANGE LIST, RAW *
007140*     ID WHEN THE PLAYER HAS NO ROSTER ROW.                     *
007150*****************************************************************
007160 4150-FIND-PLAYER-NAME.
007170     MOVE HCP-PLAYER-ID TO DTL-PLAYER-NAME.
007180     IF WS-ROSTER-COUNT > ZERO
007190         SET WS-ROSTER-IDX TO 1
007200         SEARCH WS-ROSTER-ENTRY
007210             AT END
007220                 CONTINUE
007230             WHEN WS-ROSTER-PLAYER-ID (WS-ROSTER-IDX)
007240                 = HCP-PLAYER-ID
007250                 MOVE WS-ROSTER-PLAYER-NAME (WS-ROSTER-IDX)
007260                     TO DTL-PLAYER-NAME
007270         END-SEARCH
007280     END-IF.
007290 4150-EXIT.
007300     EXIT.

007310*****************************************************************
007320* 5000-CARRY-FORWARD - A SECOND PASS OVER LAST WEEK'S MASTER    *
007330*     FOR THE ROWS NO STATISTICS ROW MATCHED THIS WEEK.  THEY   *
007340*     ARE CARRIED FORWARD UNCHANGED WHILE THE LEAGUE IS STILL   *
007350*     ON HCPPARM, AND DROPPED WHEN IT IS NOT.                   *
007360*****************************************************************
007370 5000-CARRY-FORWARD.
007380     IF WS-HCP-COUNT = ZERO
007390         GO TO 5000-EXIT
007400     END-IF.
007410     OPEN INPUT HCP-PRIOR.
007420     IF WS-HCP-PRIOR-NOT-FOUND
007430         GO TO 5000-EXIT
007440     END-IF.
007450     PERFORM 5100-CARRY-ONE-ROW THRU 5100-EXIT
007460         UNTIL WS-HCP-PRIOR-EOF.
007470     CLOSE HCP-PRIOR.
007480 5000-EXIT.
007490     EXIT.

007500 5100-CARRY-ONE-ROW.
007510     READ HCP-PRIOR INTO HANDICAP-RECORD
007520         AT END
007530             SET WS-HCP-PRIOR-EOF TO TRUE
007540             GO TO 5100-EXIT
007550     END-READ.
007560     MOVE HCP-PLAYER-ID TO WS-KEY-PLAYER-ID.
007570     MOVE HCP-LEAGUE-ID TO WS-KEY-LEAGUE-ID.
007580     PERFORM 2200-FIND-PRIOR THRU 2200-EXIT.
007590     IF NOT WS-PRIOR-FOUND
007600         GO TO 5100-EXIT
007610     END-IF.
007620     IF WS-HCP-SEEN (WS-HCP-IDX)
007630         GO TO 5100-EXIT
007640     END-IF.
007650     SET WS-HCP-SEEN (WS-HCP-IDX) TO TRUE.
007660     PERFORM 2100-FIND-LEAGUE-PARM THRU 2100-EXIT.
007670     IF NOT WS-HPM-LEAGUE-FOUND
007680         ADD 1 TO WS-DROPPED-COUNT
007690         GO TO 5100-EXIT
007700     END-IF.
007710     PERFORM 2150-FIND-START-TOTAL THRU 2150-EXIT.
007720     MOVE HCP-HANDICAP TO HCP-PRIOR-HANDICAP.
007730     COMPUTE HCP-START-TOTAL = WS-LEG-START-TOTAL - HCP-HANDICAP.
007740     MOVE WS-TODAY-DATE TO HCP-EFFECTIVE-DATE.
007750     WRITE HCP-OUT-RECORD FROM HANDICAP-RECORD.
007760     ADD 1 TO WS-CARRIED-COUNT.
007770     IF NOT WS-CARRY-HEADING-DONE
007780         IF WS-LINES-PRINTED > ZERO
007790             WRITE HCP-RPT-RECORD FROM WS-BLANK-LINE
007800         END-IF
007810         WRITE HCP-RPT-RECORD FROM WS-CARRY-HEADING
007820         WRITE HCP-RPT-RECORD FROM WS-HEADING-1
007830         SET WS-CARRY-HEADING-DONE TO TRUE
007840     END-IF.
007850     MOVE "N" TO WS-LIMITED-SWITCH.
007860     PERFORM 4100-PRINT-LINE THRU 4100-EXIT.
007870 5100-EXIT.
007880     EXIT.

007890*****************************************************************
007900* 8000-WRITE-TOTALS - THE RUN TOTALS AND THE VERDICT.           *
007910*****************************************************************
007920 8000-WRITE-TOTALS.
007930     WRITE HCP-RPT-RECORD FROM WS-BLANK-LINE.
007940     MOVE "RATED HANDICAPS"        TO TOT-LABEL.
007950     MOVE WS-RATED-COUNT           TO TOT-COUNT.
007960     WRITE HCP-RPT-RECORD FROM WS-TOTAL-LINE.
007970     MOVE "UNRATED HANDICAPS"      TO TOT-LABEL.
007980     MOVE WS-UNRATED-COUNT         TO TOT-COUNT.
007990     WRITE HCP-RPT-RECORD FROM WS-TOTAL-LINE.
008000     MOVE "HANDICAPS CHANGED"      TO TOT-LABEL.
008010     MOVE WS-CHANGED-COUNT         TO TOT-COUNT.
008020     WRITE HCP-RPT-RECORD FROM WS-TOTAL-LINE.
008030     MOVE "HELD BY THE WEEKLY LIMIT" TO TOT-LABEL.
008040     MOVE WS-LIMITED-COUNT         TO TOT-COUNT.
008050     WRITE HCP-RPT-RECORD FROM WS-TOTAL-LINE.
008060     MOVE "CARRIED FORWARD"        TO TOT-LABEL.
008070     MOVE WS-CARRIED-COUNT         TO TOT-COUNT.
008080     WRITE HCP-RPT-RECORD FROM WS-TOTAL-LINE.
008090     MOVE "DROPPED - LEAGUE NOT ON HCPPARM" TO TOT-LABEL.
008100     MOVE WS-DROPPED-COUNT         TO TOT-COUNT.
008110     WRITE HCP-RPT-RECORD FROM WS-TOTAL-LINE.
008120     MOVE "ERRORS FOUND"           TO TOT-LABEL.
008130     MOVE WS-ERROR-COUNT           TO TOT-COUNT.
008140     WRITE HCP-RPT-RECORD FROM WS-TOTAL-LINE.
008150     WRITE HCP-RPT-RECORD FROM WS-BLANK-LINE.
008160     IF WS-ERROR-COUNT > ZERO
008170         MOVE "*** HANDICAP RUN INCOMPLETE - SEE ERRORS ***" TO
008180             WS-VERDICT-LINE
008190     ELSE
008200         MOVE "HANDICAP RUN COMPLETE" TO WS-VERDICT-LINE
008210     END-IF.
008220     WRITE HCP-RPT-RECORD FROM WS-VERDICT-LINE.
008230 8000-EXIT.
008240     EXIT.

008250*****************************************************************
008260* 9000-TERMINATE - CLOSE FILES.                                 *
008270*****************************************************************
008280 9000-TERMINATE.
008290     IF NOT WS-STATS-NOT-FOUND
008300         CLOSE STATS-IN
008310     END-IF.
008320     CLOSE HCP-OUT.
008330     CLOSE HCP-RPT.
008340 9000-EXIT.
008350     EXIT.
