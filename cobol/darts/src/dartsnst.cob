000010*****************************************************************
000020* PROGRAM-ID.  DARTSNST.                                        *
000030* AUTHOR.      R. HALVORSEN, SCORING SYSTEMS GROUP.             *
000040* INSTALLATION. RIVERSIDE DARTS LEAGUE DATA PROCESSING.         *
000050* DATE-WRITTEN. 2026-10-15.                                     *
000060*                                                               *
000070* REMARKS.  MORNING NIGHT-STATUS REPORT OFF THE RUN-CONTROL     *
000080*     LEDGER (SEE DRUNLEDG) THAT DARTSRCL KEEPS FOR THE JOB     *
000090*     STREAMS.  FOR EACH OF THE LAST SEVERAL NIGHTS, NEWEST     *
000100*     FIRST, IT SHOWS EVERY PROGRAM ON THE STREAM TABLE AT ITS  *
000110*     LATEST STATE THAT NIGHT - COMPLETE, FAILED WITH ITS       *
000120*     RETURN CODE, STARTED WITH NO END ROW (STILL RUNNING OR    *
000130*     ABENDED), OR REFUSED ONLY - WITH THE RUN KEY, TIME,       *
000140*     OVERRIDE FLAG, THE NUMBER OF RUNS AND OF REFUSED          *
000150*     ATTEMPTS, AND THE COUNTS THE LATEST RUN POSTED.  A        *
000160*     NIGHTLY PROGRAM WITH NO ROW IS SHOWN AS NOT RUN; A WEEKLY *
000170*     OR ON-DEMAND ONE WITH NO ROW IS LEFT OFF.  EACH NIGHT ENDS*
000180*     WITH A VERDICT: NEEDS ATTENTION WHEN ANY RUN IS FAILED,   *
000190*     ABENDED OR REFUSED ONLY, OR WHEN A PAST NIGHT'S STREAM    *
000200*     NEVER REACHED ITS LEG SUMMARIES; CLOSED WHEN DARTSLSM     *
000210*     COMPLETED; OTHERWISE IN PROGRESS, OR NO RUNS.             *
000220*     A STARTED OR REFUSED ROW IS PLACED ON ITS RUN DATE, OR ON *
000223*     THE NIGHT BEFORE WHEN IT WAS TIMED BEFORE THE CUT-OFF IN  *
000226*     DRUNLEDG (06:00), AS DARTSRCL PERIODS A NIGHTLY RUN; AN   *
000229*     END ROW JOINS ITS PROGRAM'S STARTED ROW.  SO A STREAM OR  *
000233*     RUN THAT ENDS AFTER MIDNIGHT STAYS ON THE NIGHT IT BEGAN, *
000236*     ON THE REPORT AND ON THE LEDGER CHECK ALIKE.  THE OPTIONAL*
000250*     NSTCTL CARD GIVES THE AS-AT DATE (DEFAULT TODAY) AND THE  *
000260*     NUMBER OF NIGHTS (DEFAULT 7, AT MOST 14).  THE LEDGER IS  *
000270*     ONLY READ.                                                *
000280*                                                               *
000290* MODIFICATION HISTORY.                                         *
000300*     2026-10-15  RH   ORIGINAL PROGRAM.                        *
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. DARTSNST.
000340 AUTHOR. R. HALVORSEN.
000350 DATE-WRITTEN. 2026-10-15.
000360 DATE-COMPILED. 2026-10-15.

000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT NST-CTL      ASSIGN TO NSTCTL
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-NST-CTL-STATUS.
000430     SELECT RUN-LEDGER   ASSIGN TO RUNLEDG
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-RUN-LEDGER-STATUS.
000460     SELECT NST-RPT      ASSIGN TO NSTRPT
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-NST-RPT-STATUS.

000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  NST-CTL
000520     RECORDING MODE IS F.
000530 01  NST-CTL-RECORD.
000540     05  NCT-AS-AT-DATE          PIC 9(08).
000550     05  NCT-NIGHTS              PIC 9(02).

000560 FD  RUN-LEDGER
000570     RECORDING MODE IS F.
000580 01  RUN-LEDGER-IO-RECORD        PIC X(90).

000590 FD  NST-RPT
000600     RECORDING MODE IS F.
000610 01  NST-RPT-RECORD              PIC X(132).

000620 WORKING-STORAGE SECTION.
000630 01  WS-NST-CTL-STATUS           PIC XX.
000640     88  WS-NST-CTL-OK                    VALUE "00".
000650     88  WS-NST-CTL-NOT-FOUND             VALUE "35".
000660 01  WS-RUN-LEDGER-STATUS        PIC XX.
000670     88  WS-RUN-LEDGER-OK                 VALUE "00".
000680     88  WS-RUN-LEDGER-EOF                VALUE "10".
000690     88  WS-RUN-LEDGER-NOT-FOUND          VALUE "35".
000700 01  WS-NST-RPT-STATUS           PIC XX.
000710     88  WS-NST-RPT-OK                    VALUE "00".

000720*****************************************************************
000730* RUN CONTROL OFF THE NSTCTL CARD.                              *
000740*****************************************************************
000750 01  WS-AS-AT-DATE               PIC 9(08) VALUE ZERO.
000760 01  WS-NIGHTS                   PIC 9(02) VALUE 7.
000770 01  WS-MAX-NIGHTS               PIC 9(02) VALUE 14.
000780 01  WS-AS-AT-INTEGER            PIC 9(07) VALUE ZERO.
000790 01  WS-ROW-INTEGER              PIC 9(07) VALUE ZERO.
000800 01  WS-DAY-WORK                 PIC 9(07) VALUE ZERO.
000810 01  WS-LEDGER-SWITCH            PIC X(01) VALUE "Y".
000820     88  WS-LEDGER-PRESENT                VALUE "Y".
000830     88  WS-LEDGER-MISSING                VALUE "N".

000840*****************************************************************
000850* ONE ENTRY PER NIGHT, NEWEST FIRST, AND WITHIN IT ONE ENTRY PER*
000860* PROGRAM IN STREAM-TABLE ORDER HOLDING ITS LATEST ROW THAT     *
000870* NIGHT.  A STATUS OF SPACE MEANS NO ROW; "R" MEANS REFUSED     *
000880* ROWS ONLY - A REFUSED ROW NEVER REPLACES A RUN.               *
000890*****************************************************************
000900 01  WS-NIGHT-TABLE.
000910     05  WS-NGT-ENTRY OCCURS 14 TIMES.
000920         10  WS-NGT-DATE             PIC 9(08).
000930         10  WS-NGT-ROWS             PIC 9(05) COMP.
000940         10  WS-NGT-PGM-ENTRY OCCURS 8 TIMES.
000950             15  WS-NP-STATUS        PIC X(01).
000960             15  WS-NP-RUN-KEY       PIC X(08).
000970             15  WS-NP-RETURN-CODE   PIC 9(04).
000980             15  WS-NP-OVERRIDE-FLAG PIC X(01).
000990             15  WS-NP-RUN-TIME      PIC 9(06).
001000             15  WS-NP-RUNS          PIC 9(03) COMP.
001010             15  WS-NP-REFUSED       PIC 9(03) COMP.
001020             15  WS-NP-COUNT-ENTRY OCCURS 3 TIMES.
001030                 20  WS-NP-COUNT-LABEL PIC X(06).
001040                 20  WS-NP-COUNT     PIC 9(09).
001050 01  WS-NGT-SUB                  PIC 9(02) COMP VALUE ZERO.
001060 01  WS-PGM-SUB                  PIC 9(02) COMP VALUE ZERO.
001070 01  WS-COUNT-SUB                PIC 9(01) COMP VALUE ZERO.

001080*****************************************************************
001090* THE NIGHT EACH PROGRAM'S LATEST STARTED ROW WAS PLACED ON,    *
001100* WHERE ITS END ROW BELONGS.  ZERO WHEN IT STARTED OUTSIDE THE  *
001110* NIGHTS REPORTED, OR HAS ALREADY ENDED.                        *
001120*****************************************************************
001130 01  WS-OPEN-NIGHT-TABLE.
001140     05  WS-OPEN-NIGHT OCCURS 8 TIMES PIC 9(02) COMP.

001150 01  WS-PGM-FOUND-SWITCH         PIC X(01) VALUE "N".
001160     88  WS-PGM-FOUND                     VALUE "Y".

001170*****************************************************************
001180* THE NIGHT BEING PRINTED.                                      *
001190*****************************************************************
001200 01  WS-ATTENTION-SWITCH         PIC X(01) VALUE "N".
001210     88  WS-NIGHT-NEEDS-ATTENTION         VALUE "Y".
001220 01  WS-CLOSED-SWITCH            PIC X(01) VALUE "N".
001230     88  WS-NIGHT-CLOSED                  VALUE "Y".
001240 01  WS-TIME-WORK                PIC 9(06) VALUE ZERO.
001250 01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
001260     05  WS-TIME-HH              PIC 9(02).
001270     05  WS-TIME-MM              PIC 9(02).
001280     05  WS-TIME-SS              PIC 9(02).
001290 01  WS-EDIT-RC                  PIC ZZZ9.

001300 01  WS-COUNTERS.
001310     05  WS-ROWS-READ            PIC 9(07) COMP VALUE ZERO.
001320     05  WS-ROWS-PLACED          PIC 9(07) COMP VALUE ZERO.
001330     05  WS-ROWS-OTHER-PROGRAM   PIC 9(07) COMP VALUE ZERO.
001340     05  WS-NIGHTS-CLOSED        PIC 9(05) COMP VALUE ZERO.
001350     05  WS-NIGHTS-ATTENTION     PIC 9(05) COMP VALUE ZERO.
001360     05  WS-NIGHTS-IN-PROGRESS   PIC 9(05) COMP VALUE ZERO.
001370     05  WS-NIGHTS-NO-RUNS       PIC 9(05) COMP VALUE ZERO.

001380 COPY DRUNLEDG.

001390 01  WS-RPT-TITLE.
001400     05  FILLER                  PIC X(10) VALUE "DARTSNST".
001410     05  FILLER                  PIC X(34)
001420                                 VALUE "NIGHT STATUS REPORT".
001430     05  FILLER                  PIC X(06) VALUE "AS AT ".
001440     05  RTT-AS-AT-DATE          PIC 9(08).
001450     05  FILLER                  PIC X(04) VALUE SPACES.
001460     05  RTT-NIGHTS              PIC Z9.
001470     05  FILLER                  PIC X(07) VALUE " NIGHTS".

001480 01  WS-NIGHT-HEADING.
001490     05  FILLER                  PIC X(09) VALUE "PROGRAM".
001500     05  FILLER                  PIC X(09) VALUE "RUN KEY".
001510     05  FILLER                  PIC X(19) VALUE "STATE".
001520     05  FILLER                  PIC X(06) VALUE "  RC".
001530     05  FILLER                  PIC X(09) VALUE "TIME".
001540     05  FILLER                  PIC X(04) VALUE "OVR".
001550     05  FILLER                  PIC X(04) VALUE "RUN".
001560     05  FILLER                  PIC X(05) VALUE "REF".
001570     05  FILLER                  PIC X(30) VALUE "COUNTS POSTED".

001580 01  WS-NIGHT-LINE.
001590     05  NSL-PROGRAM-ID          PIC X(08).
001600     05  FILLER                  PIC X(01) VALUE SPACES.
001610     05  NSL-RUN-KEY             PIC X(08).
001620     05  FILLER                  PIC X(01) VALUE SPACES.
001630     05  NSL-STATE               PIC X(18).
001640     05  FILLER                  PIC X(01) VALUE SPACES.
001650     05  NSL-RETURN-CODE         PIC X(04).
001660     05  FILLER                  PIC X(02) VALUE SPACES.
001670     05  NSL-RUN-TIME.
001680         10  NSL-TIME-HH         PIC X(02).
001690         10  NSL-TIME-SEP-1      PIC X(01).
001700         10  NSL-TIME-MM         PIC X(02).
001710         10  NSL-TIME-SEP-2      PIC X(01).
001720         10  NSL-TIME-SS         PIC X(02).
001730     05  FILLER                  PIC X(01) VALUE SPACES.
001740     05  NSL-OVERRIDE            PIC X(03).
001750     05  FILLER                  PIC X(01) VALUE SPACES.
001760     05  NSL-RUNS                PIC ZZ9.
001770     05  FILLER                  PIC X(01) VALUE SPACES.
001780     05  NSL-REFUSED             PIC ZZ9.
001790     05  FILLER                  PIC X(02) VALUE SPACES.
001800     05  NSL-COUNT-ENTRY OCCURS 3 TIMES.
001810         10  NSL-COUNT-LABEL     PIC X(06).
001820         10  FILLER              PIC X(01) VALUE SPACES.
001830         10  NSL-COUNT           PIC X(09).
001840         10  FILLER              PIC X(02) VALUE SPACES.
001850 01  WS-EDIT-COUNT               PIC ZZZZZZZZ9.

001860 01  WS-NIGHT-TITLE.
001870     05  FILLER                  PIC X(09) VALUE "NIGHT OF ".
001880     05  NTT-DATE                PIC 9(08).

001890 01  WS-TOTAL-LINE.
001900     05  TOT-LABEL               PIC X(36).
001910     05  TOT-COUNT               PIC ZZZZZZ9.

001920 01  WS-SECTION-LINE             PIC X(60).
001930 01  WS-VERDICT-LINE             PIC X(60).
001940 01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

001950 PROCEDURE DIVISION.

001960*****************************************************************
001970* 0000-MAINLINE.                                                *
001980*****************************************************************
001990 0000-MAINLINE.
002000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002010     PERFORM 2000-READ-LEDGER THRU 2000-EXIT.
002020     IF WS-LEDGER-PRESENT
002030         PERFORM 3000-PRINT-NIGHT THRU 3000-EXIT
002040             VARYING WS-NGT-SUB FROM 1 BY 1
002050             UNTIL WS-NGT-SUB > WS-NIGHTS
002060     END-IF.
002070     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
002080     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002090     IF WS-LEDGER-MISSING
002100         MOVE 8 TO RETURN-CODE
002110     END-IF.
002120     GOBACK.

002130*****************************************************************
002140* 1000-INITIALIZE - READ THE RUN CARD, OPEN THE REPORT, DATE    *
002150*     THE NIGHTS AND CLEAR THE TABLE.                           *
002160*****************************************************************
002170 1000-INITIALIZE.
002180     ACCEPT WS-AS-AT-DATE FROM DATE YYYYMMDD.
002190     OPEN OUTPUT NST-RPT.
002200     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
002210     MOVE WS-AS-AT-DATE TO RTT-AS-AT-DATE.
002220     MOVE WS-NIGHTS TO RTT-NIGHTS.
002230     WRITE NST-RPT-RECORD FROM WS-RPT-TITLE.
002240     COMPUTE WS-AS-AT-INTEGER =
002250         FUNCTION INTEGER-OF-DATE(WS-AS-AT-DATE).
002260     PERFORM 1200-CLEAR-NIGHT THRU 1200-EXIT
002270         VARYING WS-NGT-SUB FROM 1 BY 1
002280         UNTIL WS-NGT-SUB > WS-MAX-NIGHTS.
002290     PERFORM 1300-CLEAR-OPEN-NIGHT THRU 1300-EXIT
002300         VARYING WS-PGM-SUB FROM 1 BY 1
002310         UNTIL WS-PGM-SUB > 8.
002320 1000-EXIT.
002330     EXIT.

002340*****************************************************************
002350* 1100-READ-CONTROL - THE OPTIONAL NSTCTL CARD.  A MISSING OR   *
002360*     INVALID AS-AT DATE IS TODAY; A MISSING OR ZERO NIGHT      *
002370*     COUNT IS 7, AND MORE THAN 14 IS CUT TO 14.                *
002380*****************************************************************
002390 1100-READ-CONTROL.
002400     OPEN INPUT NST-CTL.
002410     IF WS-NST-CTL-NOT-FOUND
002420         GO TO 1100-EXIT
002430     END-IF.
002440     READ NST-CTL
002450         AT END
002460             CLOSE NST-CTL
002470             GO TO 1100-EXIT
002480     END-READ.
002490     CLOSE NST-CTL.
002500     IF NCT-AS-AT-DATE IS NUMERIC
002510        AND NCT-AS-AT-DATE NOT < 16010101
002520        AND NCT-AS-AT-DATE NOT > WS-AS-AT-DATE
002530         IF FUNCTION INTEGER-OF-DATE(NCT-AS-AT-DATE) > ZERO
002540             MOVE NCT-AS-AT-DATE TO WS-AS-AT-DATE
002550         END-IF
002560     END-IF.
002570     IF NCT-NIGHTS IS NUMERIC
002580        AND NCT-NIGHTS > ZERO
002590         MOVE NCT-NIGHTS TO WS-NIGHTS
002600     END-IF.
002610     IF WS-NIGHTS > WS-MAX-NIGHTS
002620         MOVE WS-MAX-NIGHTS TO WS-NIGHTS
002630     END-IF.
002640 1100-EXIT.
002650     EXIT.

002660*****************************************************************
002670* 1200-CLEAR-NIGHT - DATE ONE NIGHT (NIGHT 1 IS THE AS-AT DATE) *
002680*     AND CLEAR ITS PROGRAM ENTRIES.                            *
002690*****************************************************************
002700 1200-CLEAR-NIGHT.
002710     COMPUTE WS-DAY-WORK = WS-AS-AT-INTEGER - WS-NGT-SUB + 1.
002720     COMPUTE WS-NGT-DATE (WS-NGT-SUB) =
002730         FUNCTION DATE-OF-INTEGER(WS-DAY-WORK).
002740     MOVE ZERO TO WS-NGT-ROWS (WS-NGT-SUB).
002750     PERFORM 1210-CLEAR-PROGRAM THRU 1210-EXIT
002760         VARYING WS-PGM-SUB FROM 1 BY 1
002770         UNTIL WS-PGM-SUB > 8.
002780 1200-EXIT.
002790     EXIT.

002800 1210-CLEAR-PROGRAM.
002810     MOVE SPACE TO WS-NP-STATUS (WS-NGT-SUB WS-PGM-SUB).
002820     MOVE SPACES TO WS-NP-RUN-KEY (WS-NGT-SUB WS-PGM-SUB).
002830     MOVE ZERO TO WS-NP-RETURN-CODE (WS-NGT-SUB WS-PGM-SUB).
002840     MOVE SPACE TO WS-NP-OVERRIDE-FLAG (WS-NGT-SUB WS-PGM-SUB).
002850     MOVE ZERO TO WS-NP-RUN-TIME (WS-NGT-SUB WS-PGM-SUB).
002860     MOVE ZERO TO WS-NP-RUNS (WS-NGT-SUB WS-PGM-SUB).
002870     MOVE ZERO TO WS-NP-REFUSED (WS-NGT-SUB WS-PGM-SUB).
002880     PERFORM 1220-CLEAR-COUNT THRU 1220-EXIT
002890         VARYING WS-COUNT-SUB FROM 1 BY 1
002900         UNTIL WS-COUNT-SUB > 3.
002910 1210-EXIT.
002920     EXIT.

002930 1220-CLEAR-COUNT.
002940     MOVE SPACES TO
002950         WS-NP-COUNT-LABEL (WS-NGT-SUB WS-PGM-SUB WS-COUNT-SUB).
002960     MOVE ZERO TO
002970         WS-NP-COUNT (WS-NGT-SUB WS-PGM-SUB WS-COUNT-SUB).
002980 1220-EXIT.
002990     EXIT.

003000 1300-CLEAR-OPEN-NIGHT.
003010     MOVE ZERO TO WS-OPEN-NIGHT (WS-PGM-SUB).
003020 1300-EXIT.
003030     EXIT.

003040*****************************************************************
003050* 2000-READ-LEDGER - ONE PASS OVER THE LEDGER IN POSTING ORDER. *
003060*****************************************************************
003070 2000-READ-LEDGER.
003080     OPEN INPUT RUN-LEDGER.
003090     IF WS-RUN-LEDGER-NOT-FOUND
003100         SET WS-LEDGER-MISSING TO TRUE
003110         GO TO 2000-EXIT
003120     END-IF.
003130     PERFORM 2100-READ-LEDGER-ROW THRU 2100-EXIT
003140         UNTIL WS-RUN-LEDGER-EOF.
003150     CLOSE RUN-LEDGER.
003160 2000-EXIT.
003170     EXIT.

003180*****************************************************************
003190* 2100-READ-LEDGER-ROW - PLACE ONE ROW ON ITS NIGHT.  A STARTED *
003200*     OR REFUSED ROW GOES ON ITS RUN DATE; AN END ROW GOES WHERE*
003210*     ITS PROGRAM'S STARTED ROW WENT.                           *
003220*****************************************************************
003230 2100-READ-LEDGER-ROW.
003240     READ RUN-LEDGER INTO RUN-LEDGER-RECORD
003250         AT END GO TO 2100-EXIT
003260     END-READ.
003270     ADD 1 TO WS-ROWS-READ.
003280     PERFORM 2200-FIND-PROGRAM THRU 2200-EXIT.
003290     IF NOT WS-PGM-FOUND
003300         ADD 1 TO WS-ROWS-OTHER-PROGRAM
003310         GO TO 2100-EXIT
003320     END-IF.
003330     IF RLG-COMPLETE
003340        OR RLG-FAILED
003350         MOVE WS-OPEN-NIGHT (WS-PGM-SUB) TO WS-NGT-SUB
003360         MOVE ZERO TO WS-OPEN-NIGHT (WS-PGM-SUB)
003370     ELSE
003380         PERFORM 2300-FIND-NIGHT THRU 2300-EXIT
003390         IF RLG-STARTED
003400             MOVE WS-NGT-SUB TO WS-OPEN-NIGHT (WS-PGM-SUB)
003410         END-IF
003420     END-IF.
003430     IF WS-NGT-SUB = ZERO
003440         GO TO 2100-EXIT
003450     END-IF.
003460     ADD 1 TO WS-ROWS-PLACED.
003470     ADD 1 TO WS-NGT-ROWS (WS-NGT-SUB).
003480     IF RLG-REFUSED
003490         ADD 1 TO WS-NP-REFUSED (WS-NGT-SUB WS-PGM-SUB)
003500         IF WS-NP-STATUS (WS-NGT-SUB WS-PGM-SUB) = SPACE
003510            OR WS-NP-STATUS (WS-NGT-SUB WS-PGM-SUB) = "R"
003520             PERFORM 2500-STORE-ROW THRU 2500-EXIT
003530         END-IF
003540         GO TO 2100-EXIT
003550     END-IF.
003560     IF RLG-STARTED
003570         ADD 1 TO WS-NP-RUNS (WS-NGT-SUB WS-PGM-SUB)
003580     END-IF.
003590     PERFORM 2500-STORE-ROW THRU 2500-EXIT.
003600 2100-EXIT.
003610     EXIT.

003620*****************************************************************
003630* 2200-FIND-PROGRAM - THE ROW'S PROGRAM ON THE STREAM TABLE.    *
003640*****************************************************************
003650 2200-FIND-PROGRAM.
003660     MOVE "N" TO WS-PGM-FOUND-SWITCH.
003670     SET RST-IDX TO 1.
003680     SEARCH RST-ENTRY
003690         AT END
003700             CONTINUE
003710         WHEN RST-PROGRAM-ID (RST-IDX) = RLG-PROGRAM-ID
003720             SET WS-PGM-FOUND TO TRUE
003730             SET WS-PGM-SUB TO RST-IDX
003740     END-SEARCH.
003750 2200-EXIT.
003760     EXIT.

003770*****************************************************************
003780* 2300-FIND-NIGHT - THE NIGHT ENTRY FOR THE ROW'S RUN DATE, OR  *
003790*     ZERO WHEN THE DATE FALLS OUTSIDE THE NIGHTS REPORTED.  A  *
003793*     ROW TIMED BEFORE THE CUT-OFF IN DRUNLEDG IS ON THE NIGHT  *
003796*     BEFORE, AS DARTSRCL PERIODS IT.                           *
003800*****************************************************************
003810 2300-FIND-NIGHT.
003820     MOVE ZERO TO WS-NGT-SUB.
003830     IF RLG-RUN-DATE IS NOT NUMERIC
003840        OR RLG-RUN-DATE < 16010101
003850         GO TO 2300-EXIT
003870     END-IF.
003880     COMPUTE WS-ROW-INTEGER =
003890         FUNCTION INTEGER-OF-DATE(RLG-RUN-DATE).
003900     IF WS-ROW-INTEGER = ZERO
003910         GO TO 2300-EXIT
003920     END-IF.
003921     IF RLG-RUN-TIME IS NUMERIC
003922        AND RLG-RUN-TIME < RLG-NIGHT-CUTOFF-TIME
003923         SUBTRACT 1 FROM WS-ROW-INTEGER
003924     END-IF.
003925     IF WS-ROW-INTEGER > WS-AS-AT-INTEGER
003926         GO TO 2300-EXIT
003927     END-IF.
003930     COMPUTE WS-DAY-WORK = WS-AS-AT-INTEGER - WS-ROW-INTEGER.
003940     IF WS-DAY-WORK < WS-NIGHTS
003950         COMPUTE WS-NGT-SUB = WS-DAY-WORK + 1
003960     END-IF.
003970 2300-EXIT.
003980     EXIT.

003990*****************************************************************
004000* 2500-STORE-ROW - THE ROW BECOMES THE PROGRAM'S LATEST STATE   *
004010*     FOR THE NIGHT.                                            *
004020*****************************************************************
004030 2500-STORE-ROW.
004040     MOVE RLG-STATUS TO WS-NP-STATUS (WS-NGT-SUB WS-PGM-SUB).
004050     MOVE RLG-RUN-KEY TO WS-NP-RUN-KEY (WS-NGT-SUB WS-PGM-SUB).
004060     MOVE RLG-RETURN-CODE
004070         TO WS-NP-RETURN-CODE (WS-NGT-SUB WS-PGM-SUB).
004080     MOVE RLG-OVERRIDE-FLAG
004090         TO WS-NP-OVERRIDE-FLAG (WS-NGT-SUB WS-PGM-SUB).
004100     MOVE RLG-RUN-TIME TO WS-NP-RUN-TIME (WS-NGT-SUB WS-PGM-SUB).
004110     PERFORM 2510-STORE-COUNT THRU 2510-EXIT
004120         VARYING WS-COUNT-SUB FROM 1 BY 1
004130         UNTIL WS-COUNT-SUB > 3.
004140 2500-EXIT.
004150     EXIT.

004160 2510-STORE-COUNT.
004170     MOVE RLG-COUNT-LABEL (WS-COUNT-SUB) TO
004180         WS-NP-COUNT-LABEL (WS-NGT-SUB WS-PGM-SUB WS-COUNT-SUB).
004190     MOVE RLG-COUNT (WS-COUNT-SUB)
004200         TO WS-NP-COUNT (WS-NGT-SUB WS-PGM-SUB WS-COUNT-SUB).
004210 2510-EXIT.
004220     EXIT.

004230*****************************************************************
004240* 3000-PRINT-NIGHT - ONE NIGHT: A LINE PER PROGRAM, THEN THE    *
004250*     NIGHT'S VERDICT.                                          *
004260*****************************************************************
004270 3000-PRINT-NIGHT.
004280     MOVE "N" TO WS-ATTENTION-SWITCH.
004290     MOVE "N" TO WS-CLOSED-SWITCH.
004300     WRITE NST-RPT-RECORD FROM WS-BLANK-LINE.
004310     MOVE WS-NGT-DATE (WS-NGT-SUB) TO NTT-DATE.
004320     MOVE WS-NIGHT-TITLE TO WS-SECTION-LINE.
004330     WRITE NST-RPT-RECORD FROM WS-SECTION-LINE.
004340     WRITE NST-RPT-RECORD FROM WS-NIGHT-HEADING.
004350     PERFORM 3100-PRINT-PROGRAM THRU 3100-EXIT
004360         VARYING WS-PGM-SUB FROM 1 BY 1
004370         UNTIL WS-PGM-SUB > 8.
004380     PERFORM 3200-NIGHT-VERDICT THRU 3200-EXIT.
004390 3000-EXIT.
004400     EXIT.

004410*****************************************************************
004420* 3100-PRINT-PROGRAM - ONE PROGRAM'S LATEST STATE FOR THE       *
004430*     NIGHT.  A WEEKLY OR ON-DEMAND PROGRAM WITH NO ROW IS NOT  *
004440*     PRINTED.                                                  *
004450*****************************************************************
004460 3100-PRINT-PROGRAM.
004470     IF WS-NP-STATUS (WS-NGT-SUB WS-PGM-SUB) = SPACE
004480        AND RST-PERIOD-TYPE (WS-PGM-SUB) NOT = "N"
004490         GO TO 3100-EXIT
004500     END-IF.
004510     MOVE RST-PROGRAM-ID (WS-PGM-SUB) TO NSL-PROGRAM-ID.
004520     MOVE WS-NP-RUN-KEY (WS-NGT-SUB WS-PGM-SUB) TO NSL-RUN-KEY.
004530     MOVE SPACES TO NSL-RETURN-CODE.
004540     MOVE SPACES TO NSL-RUN-TIME.
004550     MOVE SPACES TO NSL-OVERRIDE.
004560     MOVE WS-NP-RUNS (WS-NGT-SUB WS-PGM-SUB) TO NSL-RUNS.
004570     MOVE WS-NP-REFUSED (WS-NGT-SUB WS-PGM-SUB) TO NSL-REFUSED.
004580     EVALUATE WS-NP-STATUS (WS-NGT-SUB WS-PGM-SUB)
004590         WHEN SPACE
004600             MOVE "NOT RUN" TO NSL-STATE
004610         WHEN "C"
004620             MOVE "COMPLETE" TO NSL-STATE
004630             IF RST-PROGRAM-ID (WS-PGM-SUB) = "DARTSLSM"
004640                 SET WS-NIGHT-CLOSED TO TRUE
004650             END-IF
004660         WHEN "F"
004670             MOVE "FAILED" TO NSL-STATE
004680             SET WS-NIGHT-NEEDS-ATTENTION TO TRUE
004690         WHEN "S"
004700             MOVE "RUNNING OR ABENDED" TO NSL-STATE
004710             SET WS-NIGHT-NEEDS-ATTENTION TO TRUE
004720         WHEN OTHER
004730             MOVE "REFUSED" TO NSL-STATE
004740             SET WS-NIGHT-NEEDS-ATTENTION TO TRUE
004750     END-EVALUATE.
004760     IF WS-NP-STATUS (WS-NGT-SUB WS-PGM-SUB) NOT = SPACE
004770         PERFORM 3150-FORMAT-RUN THRU 3150-EXIT
004780     END-IF.
004790     PERFORM 3110-FORMAT-COUNT THRU 3110-EXIT
004800         VARYING WS-COUNT-SUB FROM 1 BY 1
004810         UNTIL WS-COUNT-SUB > 3.
004820     WRITE NST-RPT-RECORD FROM WS-NIGHT-LINE.
004830 3100-EXIT.
004840     EXIT.

004850*****************************************************************
004860* 3110-FORMAT-COUNT - A COUNT IS PRINTED ONLY UNDER ITS LABEL.  *
004870*****************************************************************
004880 3110-FORMAT-COUNT.
004890     MOVE WS-NP-COUNT-LABEL (WS-NGT-SUB WS-PGM-SUB WS-COUNT-SUB)
004900         TO NSL-COUNT-LABEL (WS-COUNT-SUB).
004910     IF WS-NP-COUNT-LABEL (WS-NGT-SUB WS-PGM-SUB WS-COUNT-SUB)
004920         = SPACES
004930         MOVE SPACES TO NSL-COUNT (WS-COUNT-SUB)
004940     ELSE
004950         MOVE WS-NP-COUNT (WS-NGT-SUB WS-PGM-SUB WS-COUNT-SUB)
004960             TO WS-EDIT-COUNT
004970         MOVE WS-EDIT-COUNT TO NSL-COUNT (WS-COUNT-SUB)
004980     END-IF.
004990 3110-EXIT.
005000     EXIT.

005010*****************************************************************
005020* 3150-FORMAT-RUN - RETURN CODE (NOT FOR A RUN STILL OPEN),     *
005030*     TIME AND OVERRIDE FLAG OF THE LATEST ROW.                 *
005040*****************************************************************
005050 3150-FORMAT-RUN.
005060     IF WS-NP-STATUS (WS-NGT-SUB WS-PGM-SUB) NOT = "S"
005070         MOVE WS-NP-RETURN-CODE (WS-NGT-SUB WS-PGM-SUB)
005080             TO WS-EDIT-RC
005090         MOVE WS-EDIT-RC TO NSL-RETURN-CODE
005100     END-IF.
005110     MOVE WS-NP-RUN-TIME (WS-NGT-SUB WS-PGM-SUB) TO WS-TIME-WORK.
005120     MOVE WS-TIME-HH TO NSL-TIME-HH.
005130     MOVE ":" TO NSL-TIME-SEP-1.
005140     MOVE WS-TIME-MM TO NSL-TIME-MM.
005150     MOVE ":" TO NSL-TIME-SEP-2.
005160     MOVE WS-TIME-SS TO NSL-TIME-SS.
005170     IF WS-NP-OVERRIDE-FLAG (WS-NGT-SUB WS-PGM-SUB) = "Y"
005180         MOVE "OVR" TO NSL-OVERRIDE
005190     END-IF.
005200 3150-EXIT.
005210     EXIT.

005220*****************************************************************
005230* 3200-NIGHT-VERDICT - A PAST NIGHT WHOSE STREAM NEVER REACHED  *
005240*     ITS LEG SUMMARIES NEEDS ATTENTION; THE AS-AT NIGHT IS     *
005250*     STILL IN PROGRESS.                                        *
005260*****************************************************************
005270 3200-NIGHT-VERDICT.
005280     EVALUATE TRUE
005290         WHEN WS-NGT-ROWS (WS-NGT-SUB) = ZERO
005300             MOVE "NO RUNS ON THE LEDGER FOR THIS NIGHT"
005310                 TO WS-VERDICT-LINE
005320             ADD 1 TO WS-NIGHTS-NO-RUNS
005330         WHEN WS-NIGHT-NEEDS-ATTENTION
005340             MOVE "*** NEEDS ATTENTION - SEE THE STATES ABOVE ***"
005350                 TO WS-VERDICT-LINE
005360             ADD 1 TO WS-NIGHTS-ATTENTION
005370         WHEN WS-NIGHT-CLOSED
005380             MOVE "NIGHT CLOSED - LEG SUMMARIES COMPLETE"
005390                 TO WS-VERDICT-LINE
005400             ADD 1 TO WS-NIGHTS-CLOSED
005410         WHEN WS-NGT-SUB = 1
005420             MOVE "IN PROGRESS - LEG SUMMARIES NOT YET RUN"
005430                 TO WS-VERDICT-LINE
005440             ADD 1 TO WS-NIGHTS-IN-PROGRESS
005450         WHEN OTHER
005460             MOVE "*** NEEDS ATTENTION - NO LEG SUMMARIES RUN ***"
005470                 TO WS-VERDICT-LINE
005480             ADD 1 TO WS-NIGHTS-ATTENTION
005490     END-EVALUATE.
005500     WRITE NST-RPT-RECORD FROM WS-VERDICT-LINE.
005510 3200-EXIT.
005520     EXIT.

005530*****************************************************************
005540* 8000-WRITE-TOTALS - RUN TOTALS.                               *
005550*****************************************************************
005560 8000-WRITE-TOTALS.
005570     WRITE NST-RPT-RECORD FROM WS-BLANK-LINE.
005580     IF WS-LEDGER-MISSING
005590         MOVE "*** RUN LEDGER (RUNLEDG) NOT FOUND ***"
005600             TO WS-VERDICT-LINE
005610         WRITE NST-RPT-RECORD FROM WS-VERDICT-LINE
005620         GO TO 8000-EXIT
005630     END-IF.
005640     MOVE "RUN TOTALS" TO WS-SECTION-LINE.
005650     WRITE NST-RPT-RECORD FROM WS-SECTION-LINE.
005660     MOVE "LEDGER ROWS READ" TO TOT-LABEL.
005670     MOVE WS-ROWS-READ TO TOT-COUNT.
005680     WRITE NST-RPT-RECORD FROM WS-TOTAL-LINE.
005690     MOVE "ROWS ON THE NIGHTS REPORTED" TO TOT-LABEL.
005700     MOVE WS-ROWS-PLACED TO TOT-COUNT.
005710     WRITE NST-RPT-RECORD FROM WS-TOTAL-LINE.
005720     MOVE "ROWS FOR PROGRAMS OFF THE STREAMS" TO TOT-LABEL.
005730     MOVE WS-ROWS-OTHER-PROGRAM TO TOT-COUNT.
005740     WRITE NST-RPT-RECORD FROM WS-TOTAL-LINE.
005750     MOVE "NIGHTS CLOSED" TO TOT-LABEL.
005760     MOVE WS-NIGHTS-CLOSED TO TOT-COUNT.
005770     WRITE NST-RPT-RECORD FROM WS-TOTAL-LINE.
005780     MOVE "NIGHTS IN PROGRESS" TO TOT-LABEL.
005790     MOVE WS-NIGHTS-IN-PROGRESS TO TOT-COUNT.
005800     WRITE NST-RPT-RECORD FROM WS-TOTAL-LINE.
005810     MOVE "NIGHTS NEEDING ATTENTION" TO TOT-LABEL.
005820     MOVE WS-NIGHTS-ATTENTION TO TOT-COUNT.
005830     WRITE NST-RPT-RECORD FROM WS-TOTAL-LINE.
005840     MOVE "NIGHTS WITH NO RUNS" TO TOT-LABEL.
005850     MOVE WS-NIGHTS-NO-RUNS TO TOT-COUNT.
005860     WRITE NST-RPT-RECORD FROM WS-TOTAL-LINE.
005870 8000-EXIT.
005880     EXIT.

005890*****************************************************************
005900* 9000-TERMINATE - CLOSE THE REPORT.                            *
005910*****************************************************************
005920 9000-TERMINATE.
005930     CLOSE NST-RPT.
005940 9000-EXIT.
005950     EXIT.
