000010*****************************************************************
000020* PROGRAM-ID.  DARTSRCL.                                        *
000030* AUTHOR.      R. HALVORSEN, SCORING SYSTEMS GROUP.             *
000040* INSTALLATION. RIVERSIDE DARTS LEAGUE DATA PROCESSING.         *
000050* DATE-WRITTEN. 2026-10-15.                                     *
000060*                                                               *
000070* REMARKS.  RUN-CONTROL LEDGER CHECK AND POST, CALLED BY EVERY  *
000080*     PROGRAM ON THE NIGHTLY AND WEEKLY JOB STREAMS (SEE THE    *
000090*     STREAM TABLE IN DRUNLEDG).  SEVERAL OF THOSE PROGRAMS     *
000100*     APPEND TO FILES THE NEXT JOB FOLDS OR COPIES ON, SO A     *
000110*     RESUBMIT OF A NIGHT OR WEEK ALREADY DONE, OR A RUN AHEAD  *
000120*     OF ITS PREDECESSOR, BOOKS THE SAME DATA TWICE OR PROVES   *
000130*     AN UNBALANCED NIGHT.  THE CALLER PASSES DRCLCALL:         *
000140*       - CHECK, BEFORE THE CALLER OPENS ANY OUTPUT.  THE RUN   *
000150*         IS REFUSED WHEN THE PROGRAM ALREADY COMPLETED THIS    *
000160*         NIGHT OR WEEK (A PROGRAM THAT MAY CYCLE IS REFUSED    *
000170*         ONLY WHEN ITS PREDECESSOR HAS NOT COMPLETED AGAIN     *
000180*         SINCE, OR WHEN IT OPENS A STREAM UNDER A CYCLE-ID     *
000190*         ALREADY COMPLETED ON AN EARLIER NIGHT); WHEN ITS      *
000200*         PREDECESSOR'S LATEST RUN IN THE PERIOD IS MISSING,    *
000210*         STILL RUNNING OR ABENDED, OR ENDED WITH A NON-ZERO    *
000220*         RETURN CODE (FOR DARTSBAL, OUT OF BALANCE); OR WHEN   *
000230*         THE LEDGER ITSELF IS MISSING.  AN RCLOVR CARD NAMING  *
000240*         THE PROGRAM AND TODAY'S DATE LETS A REFUSED RUN GO    *
000250*         AHEAD, FLAGGED ON THE LEDGER.  A STARTED OR REFUSED   *
000260*         ROW IS APPENDED EITHER WAY; THE CALLER STOPS A        *
000270*         REFUSED RUN WITH RETURN CODE 12.                      *
000280*       - POST, AS THE CALLER ENDS, APPENDS A COMPLETE OR       *
000290*         FAILED ROW WITH ITS RETURN CODE AND COUNTS.           *
000300*     AN ABENDED RUN NEVER POSTS, SO ITS RESUBMIT IS NOT A      *
000310*     REPEAT.  A NIGHTLY OR WEEKLY PROGRAM'S NIGHT IS TODAY'S   *
000320*     DATE, OR YESTERDAY'S WHEN IT STARTS BEFORE THE CUT-OFF    *
000321*     TIME IN DRUNLEDG (06:00), SO A STREAM THAT CROSSES        *
000322*     MIDNIGHT STAYS ON ONE NIGHT; A WEEKLY PROGRAM'S WEEK IS   *
000323*     THE MONDAY TO SUNDAY HOLDING ITS NIGHT.  THE LEDGER IS A  *
000324*     SEQUENTIAL DATA SET EVERY CALLER'S JOB HOLDS DISP=MOD, SO *
000325*     JOBS THAT USE IT RUN ONE AT A TIME - THE VENUE COPIES OF  *
000326*     DARTSBTV INCLUDED - AND A DARTSNST RUN WAITS FOR THEM.    *
000330*     DARTSNST PRINTS THE LEDGER AS THE MORNING NIGHT-STATUS    *
000340*     REPORT.                                                   *
000350*                                                               *
000360* MODIFICATION HISTORY.                                         *
000370*     2026-10-15  RH   ORIGINAL PROGRAM.                        *
000380*****************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. DARTSRCL.
000410 AUTHOR. R. HALVORSEN.
000420 DATE-WRITTEN. 2026-10-15.
000430 DATE-COMPILED. 2026-10-15.

000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT RUN-LEDGER   ASSIGN TO RUNLEDG
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-RUN-LEDGER-STATUS.
000500     SELECT RUN-OVERRIDE ASSIGN TO RCLOVR
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-RUN-OVERRIDE-STATUS.

000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  RUN-LEDGER
000560     RECORDING MODE IS F.
000570 01  RUN-LEDGER-IO-RECORD        PIC X(90).

000580 FD  RUN-OVERRIDE
000590     RECORDING MODE IS F.
000600 01  RUN-OVERRIDE-IO-RECORD      PIC X(26).

000610 WORKING-STORAGE SECTION.
000620 01  WS-RUN-LEDGER-STATUS        PIC XX.
000630     88  WS-RUN-LEDGER-OK                 VALUE "00".
000640     88  WS-RUN-LEDGER-EOF                VALUE "10".
000650     88  WS-RUN-LEDGER-NOT-FOUND          VALUE "35".
000660 01  WS-RUN-OVERRIDE-STATUS      PIC XX.
000670     88  WS-RUN-OVERRIDE-OK               VALUE "00".
000680     88  WS-RUN-OVERRIDE-EOF              VALUE "10".
000690     88  WS-RUN-OVERRIDE-NOT-FOUND        VALUE "35".

000700 01  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
000710 01  WS-NOW-TIME                 PIC 9(08) VALUE ZERO.
000720 01  WS-NOW-TIME-PARTS REDEFINES WS-NOW-TIME.
000730     05  WS-NOW-HHMMSS           PIC 9(06).
000740     05  WS-NOW-HUNDREDTHS       PIC 9(02).

000750*****************************************************************
000760* THE CALLER'S ROW OFF THE STREAM TABLE.  A PROGRAM NOT ON THE  *
000770* TABLE IS TREATED AS ON-DEMAND WITH NO PREDECESSOR.            *
000780*****************************************************************
000790 01  WS-PERIOD-TYPE              PIC X(01) VALUE "D".
000800     88  WS-NIGHTLY-PERIOD                VALUE "N".
000810     88  WS-WEEKLY-PERIOD                 VALUE "W".
000820     88  WS-ON-DEMAND-PERIOD              VALUE "D".
000830 01  WS-PRED-ID                  PIC X(08) VALUE SPACES.
000840 01  WS-PRED-2-ID                PIC X(08) VALUE SPACES.
000850 01  WS-REPEAT-SWITCH            PIC X(01) VALUE "N".
000860     88  WS-REPEAT-ALLOWED                VALUE "Y".

000870*****************************************************************
000880* WEEK ARITHMETIC.  DAY 1 OF THE INTEGER CALENDAR, 1601-01-01,  *
000890* WAS A MONDAY, SO THE REMAINDER OF (DAY - 1) / 7 IS THE NUMBER *
000900* OF DAYS SINCE THE MONDAY.                                     *
000910*****************************************************************
000920 01  WS-WORK-DATE                PIC 9(08) VALUE ZERO.
000930 01  WS-WORK-WEEK-START          PIC 9(08) VALUE ZERO.
000940 01  WS-DAY-INTEGER              PIC 9(07) VALUE ZERO.
000950 01  WS-DAY-WORK                 PIC 9(07) VALUE ZERO.
000960 01  WS-WEEK-WORK                PIC 9(07) VALUE ZERO.
000970 01  WS-DAYS-SINCE-MONDAY        PIC 9(01) VALUE ZERO.

000980*****************************************************************
000990* WHAT THE LEDGER SCAN FOUND.  ROWS ARE NUMBERED IN FILE ORDER, *
001000* WHICH IS THE ORDER THEY WERE POSTED.  A PREDECESSOR STATUS OF *
001010* SPACE MEANS IT HAS NOT RUN IN THE PERIOD; REFUSED ROWS ARE    *
001020* PASSED OVER.                                                  *
001030*****************************************************************
001040 01  WS-LEDGER-SWITCH            PIC X(01) VALUE "Y".
001050     88  WS-LEDGER-PRESENT                VALUE "Y".
001060     88  WS-LEDGER-MISSING                VALUE "N".
001070 01  WS-ROW-NBR                  PIC 9(07) COMP VALUE ZERO.
001080 01  WS-OWN-DONE-SWITCH          PIC X(01) VALUE "N".
001090     88  WS-OWN-DONE                      VALUE "Y".
001100 01  WS-OWN-DONE-ROW             PIC 9(07) COMP VALUE ZERO.
001110 01  WS-STALE-KEY-SWITCH         PIC X(01) VALUE "N".
001120     88  WS-STALE-KEY                     VALUE "Y".
001130 01  WS-STALE-KEY-DATE           PIC 9(08) VALUE ZERO.
001140 01  WS-PRED-STATUS              PIC X(01) VALUE SPACE.
001150 01  WS-PRED-DONE-ROW            PIC 9(07) COMP VALUE ZERO.
001160 01  WS-PRED-2-STATUS            PIC X(01) VALUE SPACE.
001170 01  WS-SCOPE-SWITCH             PIC X(01) VALUE "N".
001180     88  WS-ROW-IN-SCOPE                  VALUE "Y".

001190 01  WS-REFUSE-TEXT              PIC X(40) VALUE SPACES.
001200 01  WS-REFUSE-NAME              PIC X(08) VALUE SPACES.
001210 01  WS-REFUSE-DATE              PIC X(08) VALUE SPACES.
001220 01  WS-OVERRIDE-BY              PIC X(10) VALUE SPACES.
001230 01  WS-COUNT-SUB                PIC 9(01) COMP VALUE ZERO.
001240 01  WS-EDIT-RC                  PIC ZZZ9.

001250 COPY DRUNLEDG.

001260 LINKAGE SECTION.
001270 COPY DRCLCALL.

001280 PROCEDURE DIVISION USING RUN-CONTROL-CALL.

001290*****************************************************************
001300* 0000-MAINLINE - CHECK OR POST, AS THE CALLER ASKS.            *
001310*****************************************************************
001320 0000-MAINLINE.
001330     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001340     ACCEPT WS-NOW-TIME FROM TIME.
001350     IF RCL-POST-RUN
001360         PERFORM 5000-POST-RUN THRU 5000-EXIT
001370     ELSE
001380         PERFORM 1000-CHECK-RUN THRU 1000-EXIT
001390     END-IF.
001400     GOBACK.

001410*****************************************************************
001420* 1000-CHECK-RUN - FIND THE CALLER'S STREAM RULE AND PERIOD,    *
001430*     SCAN THE LEDGER, DECIDE, LOOK FOR AN OVERRIDE WHEN THE    *
001440*     RUN IS REFUSED, AND APPEND THE STARTED OR REFUSED ROW.    *
001450*     WITH NO LEDGER THERE IS NOTHING TO CHECK OR RECORD        *
001460*     AGAINST, SO THE RUN IS REFUSED AND NO OVERRIDE APPLIES.   *
001470*****************************************************************
001480 1000-CHECK-RUN.
001490     SET RCL-RUN-CLEARED TO TRUE.
001500     MOVE "N" TO RCL-OVERRIDE-FLAG.
001510     MOVE ZERO TO RCL-RETURN-CODE.
001520     PERFORM 1100-FIND-STREAM-RULE THRU 1100-EXIT.
001530     PERFORM 1200-SET-PERIOD THRU 1200-EXIT.
001540     PERFORM 2000-SCAN-LEDGER THRU 2000-EXIT.
001550     IF WS-LEDGER-MISSING
001560         SET RCL-RUN-REFUSED TO TRUE
001570         DISPLAY "DARTSRCL: " RCL-PROGRAM-ID
001580             " REFUSED - RUN LEDGER (RUNLEDG) NOT FOUND"
001590         GO TO 1000-EXIT
001600     END-IF.
001610     PERFORM 3000-ASSESS-RUN THRU 3000-EXIT.
001620     IF RCL-RUN-REFUSED
001630         DISPLAY "DARTSRCL: " RCL-PROGRAM-ID " " RCL-RUN-KEY
001640             " PERIOD " RCL-PERIOD-DATE " - " WS-REFUSE-TEXT
001650             " " WS-REFUSE-NAME " " WS-REFUSE-DATE
001660         PERFORM 4000-FIND-OVERRIDE THRU 4000-EXIT
001670     END-IF.
001680     PERFORM 4500-WRITE-START-ROW THRU 4500-EXIT.
001690     EVALUATE TRUE
001700         WHEN RCL-RUN-REFUSED
001710             DISPLAY "DARTSRCL: " RCL-PROGRAM-ID
001720                 " REFUSED - RC 12, AN RCLOVR CARD CAN FORCE IT"
001730         WHEN RCL-OVERRIDDEN
001740             DISPLAY "DARTSRCL: " RCL-PROGRAM-ID
001750                 " RUNNING ON OVERRIDE BY " WS-OVERRIDE-BY
001760         WHEN OTHER
001770             DISPLAY "DARTSRCL: " RCL-PROGRAM-ID
001780                 " CLEARED TO RUN FOR PERIOD " RCL-PERIOD-DATE
001790     END-EVALUATE.
001800 1000-EXIT.
001810     EXIT.

001820*****************************************************************
001830* 1100-FIND-STREAM-RULE - THE CALLER'S ROW ON THE STREAM TABLE. *
001840*****************************************************************
001850 1100-FIND-STREAM-RULE.
001860     SET RST-IDX TO 1.
001870     SEARCH RST-ENTRY
001880         AT END
001890             CONTINUE
001900         WHEN RST-PROGRAM-ID (RST-IDX) = RCL-PROGRAM-ID
001910             MOVE RST-PERIOD-TYPE (RST-IDX) TO WS-PERIOD-TYPE
001920             MOVE RST-PRED-ID (RST-IDX) TO WS-PRED-ID
001930             MOVE RST-PRED-2-ID (RST-IDX) TO WS-PRED-2-ID
001940             MOVE RST-REPEAT-SWITCH (RST-IDX) TO WS-REPEAT-SWITCH
001950     END-SEARCH.
001960 1100-EXIT.
001970     EXIT.

001980*****************************************************************
001990* 1200-SET-PERIOD - THE NIGHT, OR THE MONDAY OF ITS WEEK FOR A  *
002000*     WEEKLY PROGRAM, OR TODAY FOR AN ON-DEMAND ONE.  A RUN     *
002003*     STARTED BEFORE THE CUT-OFF IN DRUNLEDG IS ON THE NIGHT    *
002006*     BEFORE TODAY.                                             *
002010*****************************************************************
002020 1200-SET-PERIOD.
002030     MOVE WS-PERIOD-TYPE TO RCL-PERIOD-TYPE.
002040     MOVE WS-TODAY-DATE TO RCL-PERIOD-DATE.
002041     IF WS-ON-DEMAND-PERIOD
002042         GO TO 1200-EXIT
002043     END-IF.
002044     IF WS-NOW-HHMMSS < RLG-NIGHT-CUTOFF-TIME
002045         COMPUTE WS-DAY-INTEGER =
002046             FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1
002047         COMPUTE RCL-PERIOD-DATE =
002048             FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
002049     END-IF.
002050     IF WS-WEEKLY-PERIOD
002060         MOVE RCL-PERIOD-DATE TO WS-WORK-DATE
002070         PERFORM 1900-FIND-WEEK-START THRU 1900-EXIT
002080         MOVE WS-WORK-WEEK-START TO RCL-PERIOD-DATE
002090     END-IF.
002100 1200-EXIT.
002110     EXIT.

002120*****************************************************************
002130* 1900-FIND-WEEK-START - THE MONDAY ON OR BEFORE WS-WORK-DATE.  *
002140*     A DATE THAT IS NOT A CALENDAR DATE GIVES ZERO.            *
002150*****************************************************************
002160 1900-FIND-WEEK-START.
002170     MOVE ZERO TO WS-WORK-WEEK-START.
002180     IF WS-WORK-DATE IS NOT NUMERIC
002190        OR WS-WORK-DATE < 16010101
002200         GO TO 1900-EXIT
002210     END-IF.
002220     COMPUTE WS-DAY-INTEGER =
002230         FUNCTION INTEGER-OF-DATE(WS-WORK-DATE).
002240     IF WS-DAY-INTEGER = ZERO
002250         GO TO 1900-EXIT
002260     END-IF.
002270     COMPUTE WS-DAY-WORK = WS-DAY-INTEGER - 1.
002280     DIVIDE WS-DAY-WORK BY 7 GIVING WS-WEEK-WORK
002290         REMAINDER WS-DAYS-SINCE-MONDAY.
002300     SUBTRACT WS-DAYS-SINCE-MONDAY FROM WS-DAY-INTEGER.
002310     COMPUTE WS-WORK-WEEK-START =
002320         FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER).
002330 1900-EXIT.
002340     EXIT.

002350*****************************************************************
002360* 2000-SCAN-LEDGER - ONE PASS OVER THE LEDGER, NOTING THE       *
002370*     CALLER'S OWN COMPLETED RUNS AND THE LATEST RUN OF EACH    *
002380*     PREDECESSOR IN THE PERIOD.                                *
002390*****************************************************************
002400 2000-SCAN-LEDGER.
002410     OPEN INPUT RUN-LEDGER.
002420     IF WS-RUN-LEDGER-NOT-FOUND
002430         SET WS-LEDGER-MISSING TO TRUE
002440         GO TO 2000-EXIT
002450     END-IF.
002460     PERFORM 2100-READ-LEDGER-ROW THRU 2100-EXIT
002470         UNTIL WS-RUN-LEDGER-EOF.
002480     CLOSE RUN-LEDGER.
002490 2000-EXIT.
002500     EXIT.

002510 2100-READ-LEDGER-ROW.
002520     READ RUN-LEDGER INTO RUN-LEDGER-RECORD
002530         AT END GO TO 2100-EXIT
002540     END-READ.
002550     ADD 1 TO WS-ROW-NBR.
002560     IF RLG-PROGRAM-ID = RCL-PROGRAM-ID
002570         PERFORM 2200-OWN-ROW THRU 2200-EXIT
002580     END-IF.
002590     IF RLG-PROGRAM-ID = WS-PRED-ID
002600        AND WS-PRED-ID NOT = SPACES
002610        AND NOT RLG-REFUSED
002613        AND (RCL-PRED-KEY = SPACES
002616             OR RLG-RUN-KEY = RCL-PRED-KEY)
002620         PERFORM 2500-CHECK-SCOPE THRU 2500-EXIT
002630         IF WS-ROW-IN-SCOPE
002640             MOVE RLG-STATUS TO WS-PRED-STATUS
002650             IF RLG-COMPLETE
002660                 MOVE WS-ROW-NBR TO WS-PRED-DONE-ROW
002670             END-IF
002680         END-IF
002690     END-IF.
002700     IF RLG-PROGRAM-ID = WS-PRED-2-ID
002710        AND WS-PRED-2-ID NOT = SPACES
002720        AND NOT RLG-REFUSED
002730         PERFORM 2500-CHECK-SCOPE THRU 2500-EXIT
002740         IF WS-ROW-IN-SCOPE
002750             MOVE RLG-STATUS TO WS-PRED-2-STATUS
002760         END-IF
002770     END-IF.
002780 2100-EXIT.
002790     EXIT.

002800*****************************************************************
002810* 2200-OWN-ROW - A COMPLETED RUN OF THE CALLER.  IN THIS PERIOD *
002820*     IT MAKES THIS RUN A REPEAT; IN AN EARLIER PERIOD UNDER    *
002830*     THE SAME CYCLE-ID, FOR A PROGRAM THAT OPENS ITS STREAM,   *
002840*     IT MEANS THE RUNCTL CARD WAS NOT ROLLED FOR THE NIGHT.    *
002843*     A CALLER THAT FOLLOWS ONE KEY OF ITS PREDECESSOR ONLY     *
002846*     COUNTS ITS OWN RUNS UNDER THE SAME KEY.                   *
002850*****************************************************************
002860 2200-OWN-ROW.
002870     IF NOT RLG-COMPLETE
002880         GO TO 2200-EXIT
002890     END-IF.
002892     IF RCL-PRED-KEY NOT = SPACES
002894        AND RLG-RUN-KEY NOT = RCL-RUN-KEY
002896         GO TO 2200-EXIT
002898     END-IF.
002900     IF RLG-PERIOD-DATE = RCL-PERIOD-DATE
002910         SET WS-OWN-DONE TO TRUE
002920         MOVE WS-ROW-NBR TO WS-OWN-DONE-ROW
002930         GO TO 2200-EXIT
002940     END-IF.
002950     IF RLG-PERIOD-DATE < RCL-PERIOD-DATE
002960        AND RLG-RUN-KEY = RCL-RUN-KEY
002970        AND RCL-RUN-KEY NOT = SPACES
002980        AND WS-PRED-ID = SPACES
002990        AND WS-REPEAT-ALLOWED
003000         SET WS-STALE-KEY TO TRUE
003010         MOVE RLG-PERIOD-DATE TO WS-STALE-KEY-DATE
003020     END-IF.
003030 2200-EXIT.
003040     EXIT.

003050*****************************************************************
003060* 2500-CHECK-SCOPE - WHETHER A PREDECESSOR'S ROW FALLS IN THE   *
003070*     CALLER'S PERIOD: THE SAME NIGHT, THE SAME WEEK, OR (FOR   *
003080*     AN ON-DEMAND PROGRAM) ANY DATE.                           *
003090*****************************************************************
003100 2500-CHECK-SCOPE.
003110     MOVE "N" TO WS-SCOPE-SWITCH.
003120     EVALUATE TRUE
003130         WHEN WS-ON-DEMAND-PERIOD
003140             SET WS-ROW-IN-SCOPE TO TRUE
003150         WHEN WS-WEEKLY-PERIOD
003160             MOVE RLG-PERIOD-DATE TO WS-WORK-DATE
003170             PERFORM 1900-FIND-WEEK-START THRU 1900-EXIT
003180             IF WS-WORK-WEEK-START = RCL-PERIOD-DATE
003190                 SET WS-ROW-IN-SCOPE TO TRUE
003200             END-IF
003210         WHEN OTHER
003220             IF RLG-PERIOD-DATE = RCL-PERIOD-DATE
003230                 SET WS-ROW-IN-SCOPE TO TRUE
003240             END-IF
003250     END-EVALUATE.
003260 2500-EXIT.
003270     EXIT.

003280*****************************************************************
003290* 3000-ASSESS-RUN - THE FIRST REASON FOUND REFUSES THE RUN.     *
003300*****************************************************************
003310 3000-ASSESS-RUN.
003320     IF WS-OWN-DONE
003330        AND NOT WS-REPEAT-ALLOWED
003340         MOVE "ALREADY COMPLETED FOR THIS PERIOD"
003350             TO WS-REFUSE-TEXT
003360         PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
003370         GO TO 3000-EXIT
003380     END-IF.
003390     IF WS-STALE-KEY
003400         MOVE "CYCLE-ID ALREADY COMPLETED ON" TO WS-REFUSE-TEXT
003410         MOVE WS-STALE-KEY-DATE TO WS-REFUSE-DATE
003420         PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
003430         GO TO 3000-EXIT
003440     END-IF.
003450     IF WS-PRED-ID = SPACES
003460         GO TO 3000-EXIT
003470     END-IF.
003480     MOVE WS-PRED-ID TO WS-REFUSE-NAME.
003490     EVALUATE WS-PRED-STATUS
003500         WHEN SPACE
003510             MOVE "NOT YET RUN IN THIS PERIOD BY"
003520                 TO WS-REFUSE-TEXT
003530             PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
003540         WHEN "S"
003550             MOVE "STILL RUNNING OR ABENDED IN THIS PERIOD:"
003560                 TO WS-REFUSE-TEXT
003570             PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
003580         WHEN "F"
003590             MOVE "FAILED OR OUT OF BALANCE IN THIS PERIOD:"
003600                 TO WS-REFUSE-TEXT
003610             PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
003620         WHEN OTHER
003630             CONTINUE
003640     END-EVALUATE.
003650     IF RCL-RUN-REFUSED
003660         GO TO 3000-EXIT
003670     END-IF.
003680     IF WS-REPEAT-ALLOWED
003690        AND WS-OWN-DONE
003700        AND WS-OWN-DONE-ROW > WS-PRED-DONE-ROW
003710         MOVE "ALREADY COMPLETED SINCE LATEST RUN OF"
003720             TO WS-REFUSE-TEXT
003730         PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
003740         GO TO 3000-EXIT
003750     END-IF.
003760     MOVE WS-PRED-2-ID TO WS-REFUSE-NAME.
003770     EVALUATE WS-PRED-2-STATUS
003780         WHEN "S"
003790             MOVE "STILL RUNNING OR ABENDED IN THIS PERIOD:"
003800                 TO WS-REFUSE-TEXT
003810             PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
003820         WHEN "F"
003830             MOVE "FAILED OR OUT OF BALANCE IN THIS PERIOD:"
003840                 TO WS-REFUSE-TEXT
003850             PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
003860         WHEN OTHER
003870             CONTINUE
003880     END-EVALUATE.
003890 3000-EXIT.
003900     EXIT.

003910 3900-REFUSE-RUN.
003920     SET RCL-RUN-REFUSED TO TRUE.
003930 3900-EXIT.
003940     EXIT.

003950*****************************************************************
003960* 4000-FIND-OVERRIDE - AN RCLOVR CARD FOR THIS PROGRAM DATED    *
003970*     TODAY CLEARS THE REFUSAL.  NO OVERRIDE FILE, NO OVERRIDE. *
003980*****************************************************************
003990 4000-FIND-OVERRIDE.
004000     OPEN INPUT RUN-OVERRIDE.
004010     IF WS-RUN-OVERRIDE-NOT-FOUND
004020         GO TO 4000-EXIT
004030     END-IF.
004040     PERFORM 4100-READ-OVERRIDE THRU 4100-EXIT
004050         UNTIL WS-RUN-OVERRIDE-EOF
004060            OR RCL-OVERRIDDEN.
004070     CLOSE RUN-OVERRIDE.
004080 4000-EXIT.
004090     EXIT.

004100 4100-READ-OVERRIDE.
004110     READ RUN-OVERRIDE INTO RUN-OVERRIDE-CARD
004120         AT END GO TO 4100-EXIT
004130     END-READ.
004140     IF RLO-PROGRAM-ID = RCL-PROGRAM-ID
004150        AND RLO-RUN-DATE = WS-TODAY-DATE
004160         SET RCL-OVERRIDDEN TO TRUE
004170         SET RCL-RUN-CLEARED TO TRUE
004180         MOVE RLO-AUTHORISED-BY TO WS-OVERRIDE-BY
004190     END-IF.
004200 4100-EXIT.
004210     EXIT.

004220*****************************************************************
004230* 4500-WRITE-START-ROW - APPEND THE STARTED ROW, OR THE REFUSED *
004240*     ROW WITH RETURN CODE 12.  A LEDGER THAT CANNOT BE         *
004250*     EXTENDED CANNOT RECORD THE RUN, SO THE RUN IS REFUSED.    *
004260*****************************************************************
004270 4500-WRITE-START-ROW.
004280     MOVE RCL-PROGRAM-ID TO RLG-PROGRAM-ID.
004290     MOVE RCL-RUN-KEY TO RLG-RUN-KEY.
004300     MOVE RCL-PERIOD-TYPE TO RLG-PERIOD-TYPE.
004310     MOVE RCL-PERIOD-DATE TO RLG-PERIOD-DATE.
004320     IF RCL-RUN-REFUSED
004330         SET RLG-REFUSED TO TRUE
004340         MOVE 12 TO RLG-RETURN-CODE
004350     ELSE
004360         SET RLG-STARTED TO TRUE
004370         MOVE ZERO TO RLG-RETURN-CODE
004380     END-IF.
004390     MOVE RCL-OVERRIDE-FLAG TO RLG-OVERRIDE-FLAG.
004400     MOVE WS-TODAY-DATE TO RLG-RUN-DATE.
004410     MOVE WS-NOW-HHMMSS TO RLG-RUN-TIME.
004420     PERFORM 4600-CLEAR-COUNT THRU 4600-EXIT
004430         VARYING WS-COUNT-SUB FROM 1 BY 1
004440         UNTIL WS-COUNT-SUB > 3.
004450     OPEN EXTEND RUN-LEDGER.
004460     IF NOT WS-RUN-LEDGER-OK
004470         DISPLAY "DARTSRCL: RUN LEDGER COULD NOT BE EXTENDED - "
004480             "STATUS " WS-RUN-LEDGER-STATUS
004490         SET RCL-RUN-REFUSED TO TRUE
004500         GO TO 4500-EXIT
004510     END-IF.
004520     WRITE RUN-LEDGER-IO-RECORD FROM RUN-LEDGER-RECORD.
004530     CLOSE RUN-LEDGER.
004540 4500-EXIT.
004550     EXIT.

004560 4600-CLEAR-COUNT.
004570     MOVE SPACES TO RLG-COUNT-LABEL (WS-COUNT-SUB).
004580     MOVE ZERO TO RLG-COUNT (WS-COUNT-SUB).
004590 4600-EXIT.
004600     EXIT.

004610*****************************************************************
004620* 5000-POST-RUN - APPEND THE END ROW: COMPLETE ON RETURN CODE   *
004630*     ZERO, FAILED OTHERWISE.  A FAILURE TO POST IS REPORTED    *
004640*     BUT LEAVES THE CALLER'S RETURN CODE ALONE - THE RUN'S     *
004650*     STARTED ROW THEN READS AS AN ABEND AND ITS RESUBMIT IS    *
004660*     ALLOWED.                                                  *
004670*****************************************************************
004680 5000-POST-RUN.
004690     MOVE RCL-PROGRAM-ID TO RLG-PROGRAM-ID.
004700     MOVE RCL-RUN-KEY TO RLG-RUN-KEY.
004710     MOVE RCL-PERIOD-TYPE TO RLG-PERIOD-TYPE.
004720     MOVE RCL-PERIOD-DATE TO RLG-PERIOD-DATE.
004730     IF RCL-RETURN-CODE = ZERO
004740         SET RLG-COMPLETE TO TRUE
004750     ELSE
004760         SET RLG-FAILED TO TRUE
004770     END-IF.
004780     MOVE RCL-RETURN-CODE TO RLG-RETURN-CODE.
004790     MOVE RCL-OVERRIDE-FLAG TO RLG-OVERRIDE-FLAG.
004800     MOVE WS-TODAY-DATE TO RLG-RUN-DATE.
004810     MOVE WS-NOW-HHMMSS TO RLG-RUN-TIME.
004820     PERFORM 5100-MOVE-COUNT THRU 5100-EXIT
004830         VARYING WS-COUNT-SUB FROM 1 BY 1
004840         UNTIL WS-COUNT-SUB > 3.
004850     MOVE RCL-RETURN-CODE TO WS-EDIT-RC.
004860     OPEN EXTEND RUN-LEDGER.
004870     IF NOT WS-RUN-LEDGER-OK
004880         DISPLAY "DARTSRCL: " RCL-PROGRAM-ID " RETURN CODE "
004890             WS-EDIT-RC " NOT POSTED - RUN LEDGER STATUS "
004900             WS-RUN-LEDGER-STATUS
004910         GO TO 5000-EXIT
004920     END-IF.
004930     WRITE RUN-LEDGER-IO-RECORD FROM RUN-LEDGER-RECORD.
004940     CLOSE RUN-LEDGER.
004950     DISPLAY "DARTSRCL: " RCL-PROGRAM-ID " POSTED RETURN CODE "
004960         WS-EDIT-RC " FOR PERIOD " RCL-PERIOD-DATE.
004970 5000-EXIT.
004980     EXIT.

004990 5100-MOVE-COUNT.
005000     MOVE RCL-COUNT-LABEL (WS-COUNT-SUB)
005010         TO RLG-COUNT-LABEL (WS-COUNT-SUB).
005020     MOVE RCL-COUNT (WS-COUNT-SUB) TO RLG-COUNT (WS-COUNT-SUB).
005030 5100-EXIT.
005040     EXIT.
