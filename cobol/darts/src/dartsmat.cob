000620*                      FIELDS CARRY SETS WON.  LEAGUES WITH   *
000630*                      NO ROW, AND OLD 5-BYTE RULEPARM ROWS,  *
000640*                      PLAY STRAIGHT BEST-OF-LEGS AS BEFORE.  *
000641*     2026-10-15  RH   HANDICAP LEAGUES.  THE REPORT NOW SHOWS  *
000642*                      EACH SIDE'S STARTING TOTAL - THE LEAGUE  *
000643*                      TOTAL LESS THE PLAYER'S ROW ON THE       *
000644*                      WEEKLY HANDICAP MASTER (HCPMAST, SEE     *
000645*                      DHCPMAST).  THE LEGS ARE STILL AWARDED   *
000646*                      FROM LEG-CALC, WHICH DARTSLEG NOW SCORES *
000647*                      OFF THE HANDICAPPED TOTAL.  NO MASTER,   *
000648*                      OR NO ROW, SHOWS THE FLAT TOTAL.         *
000650*****************************************************************
000660 IDENTIFICATION DIVISION.
000670 PROGRAM-ID. DARTSMAT.
000860     SELECT RULE-PARM    ASSIGN TO RULEPARM
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-RULE-PARM-STATUS.
000882     SELECT HCP-MAST     ASSIGN TO HCPMAST
000884         ORGANIZATION IS LINE SEQUENTIAL
000886         FILE STATUS IS WS-HCP-MAST-STATUS.

000890 DATA DIVISION.
000900 FILE SECTION.
001080     05  RPR-START-TOTAL         PIC 9(03).
001090     05  RPR-SET-LEGS            PIC 9(02).

001092 FD  HCP-MAST
001094     RECORDING MODE IS F.
001096 01  HCP-MAST-RECORD             PIC X(41).

001100 WORKING-STORAGE SECTION.
001110 01  WS-LEG-CALC-STATUS          PIC XX.
001120     88  WS-LEG-CALC-OK                   VALUE "00".
001220     88  WS-RULE-PARM-OK                  VALUE "00".
001230     88  WS-RULE-PARM-EOF                 VALUE "10".
001240     88  WS-RULE-PARM-NOT-FOUND           VALUE "35".
001242 01  WS-HCP-MAST-STATUS          PIC XX.
001244     88  WS-HCP-MAST-OK                   VALUE "00".
001246     88  WS-HCP-MAST-EOF                  VALUE "10".
001248     88  WS-HCP-MAST-NOT-FOUND            VALUE "35".

001250 01  WS-CALC-EOF-SWITCH          PIC X(01) VALUE "N".
001260     88  WS-NO-MORE-CALC-ROWS            VALUE "Y".
001740 01  WS-HOME-UNITS-WON           PIC 9(02) VALUE ZERO.
001750 01  WS-AWAY-UNITS-WON           PIC 9(02) VALUE ZERO.
001760 01  WS-UNITS-NEEDED             PIC 9(02) VALUE ZERO.
001763 01  WS-HOME-START-TOTAL         PIC 9(03) VALUE ZERO.
001766 01  WS-AWAY-START-TOTAL         PIC 9(03) VALUE ZERO.

001770 01  WS-HEADING-1.
001780     05  FILLER                  PIC X(09) VALUE "MATCH".
001840     05  FILLER                  PIC X(05) VALUE "AWAY".
001850     05  FILLER                  PIC X(11) VALUE "WINNER".
001860     05  FILLER                  PIC X(10) VALUE "STATUS".
001863     05  FILLER                  PIC X(08) VALUE "H-START".
001866     05  FILLER                  PIC X(07) VALUE "A-START".

001870 01  WS-DETAIL-LINE.
001880     05  DTL-MATCH-ID            PIC X(08).
002020     05  DTL-WINNER              PIC X(10).
002030     05  FILLER                  PIC X(01) VALUE SPACES.
002040     05  DTL-STATUS              PIC X(10).
002042     05  FILLER                  PIC X(02) VALUE SPACES.
002044     05  DTL-HOME-START          PIC ZZ9.
002046     05  FILLER                  PIC X(05) VALUE SPACES.
002048     05  DTL-AWAY-START          PIC ZZ9.

002050 COPY DLEGCALC.
002060 COPY DFIXTURE.
002070 COPY DRULETBL.
002075 COPY DHCPMAST.

002080 PROCEDURE DIVISION.

002210*****************************************************************
002220 1000-INITIALIZE.
002230     PERFORM 1700-LOAD-RULE-TABLE THRU 1700-EXIT.
002235     PERFORM 1750-LOAD-HANDICAPS THRU 1750-EXIT.
002240     PERFORM 1020-LOAD-FIXTURE-DATES THRU 1020-EXIT.
002250     OPEN INPUT  LEG-CALC.
002260     PERFORM 1100-LOAD-CALC-ROW THRU 1100-EXIT
004450     EXIT.

004460*****************************************************************
004461* 1750-LOAD-HANDICAPS - READ THE WEEK'S HANDICAP MASTER ONCE    *
004462*     PER RUN INTO THE DHCPMAST TABLE.  A MISSING MASTER LEAVES *
004463*     THE TABLE EMPTY AND EVERY SIDE SHOWS THE FLAT TOTAL.      *
004464*****************************************************************
004465 1750-LOAD-HANDICAPS.
004466     OPEN INPUT HCP-MAST.
004467     IF WS-HCP-MAST-NOT-FOUND
004468         CONTINUE
004469     ELSE
004470         PERFORM 1760-READ-HANDICAP-ROW THRU 1760-EXIT
004471             UNTIL WS-HCP-MAST-EOF
004472         CLOSE HCP-MAST
004473     END-IF.
004474 1750-EXIT.
004475     EXIT.

004476*****************************************************************
004477* 1760-READ-HANDICAP-ROW - ONE MASTER ROW INTO THE NEXT TABLE   *
004478*     ENTRY.                                                    *
004479*****************************************************************
004480 1760-READ-HANDICAP-ROW.
004481     READ HCP-MAST INTO HANDICAP-RECORD
004482         AT END
004483             SET WS-HCP-MAST-EOF TO TRUE
004484             GO TO 1760-EXIT
004485     END-READ.
004486     IF WS-HCP-COUNT >= 500
004487         DISPLAY "DARTSMAT: HANDICAP MASTER HAS MORE THAN 500 "
004488             "ROWS - ROWS BEYOND THE 500TH ARE IGNORED"
004489         SET WS-HCP-MAST-EOF TO TRUE
004490         GO TO 1760-EXIT
004491     END-IF.
004492     ADD 1 TO WS-HCP-COUNT.
004493     SET WS-HCP-IDX TO WS-HCP-COUNT.
004494     MOVE HCP-PLAYER-ID TO WS-HCP-PLAYER-ID (WS-HCP-IDX).
004495     MOVE HCP-LEAGUE-ID TO WS-HCP-LEAGUE-ID (WS-HCP-IDX).
004496     MOVE HCP-HANDICAP  TO WS-HCP-HANDICAP (WS-HCP-IDX).
004497     MOVE HCP-STATUS    TO WS-HCP-STATUS (WS-HCP-IDX).
004498     MOVE "N"           TO WS-HCP-SEEN-SWITCH (WS-HCP-IDX).
004499 1760-EXIT.
004500     EXIT.

004501*****************************************************************
004502* 1900-FIND-LEAGUE-FORMAT - SEARCH THE RULE TABLE FOR THE      *
004503*     FIXTURE'S LEAGUE.  A LEAGUE WITH NO ROW PLAYS STRAIGHT   *
004504*     BEST-OF-LEGS.                                            *
004505*****************************************************************
004510 1900-FIND-LEAGUE-FORMAT.
004520     MOVE "S" TO WS-LEG-OUT-MODE.
004530     MOVE 501 TO WS-LEG-START-TOTAL.
004710     EXIT.

004720*****************************************************************
004721* 1950-FIND-HANDICAPS - EACH SIDE'S STARTING TOTAL FOR THE      *
004722*     REPORT: THE LEAGUE TOTAL LESS THE PLAYER'S HANDICAP IN    *
004723*     THE FIXTURE'S LEAGUE, WITH THE SAME LESS-THAN-2 GUARD THE *
004724*     LEG ACCUMULATORS APPLY.                                   *
004725*****************************************************************
004726 1950-FIND-HANDICAPS.
004727     MOVE WS-LEG-START-TOTAL TO WS-HOME-START-TOTAL.
004728     MOVE WS-LEG-START-TOTAL TO WS-AWAY-START-TOTAL.
004729     IF WS-HCP-COUNT = ZERO
004730         GO TO 1950-EXIT
004731     END-IF.
004732     SET WS-HCP-IDX TO 1.
004733     SEARCH WS-HCP-ENTRY
004734         AT END
004735             CONTINUE
004736         WHEN WS-HCP-PLAYER-ID (WS-HCP-IDX) = FIX-HOME-PLAYER-ID
004737          AND WS-HCP-LEAGUE-ID (WS-HCP-IDX) = FIX-LEAGUE-ID
004738             IF WS-HCP-HANDICAP (WS-HCP-IDX)
004739                < WS-LEG-START-TOTAL - 1
004740                 SUBTRACT WS-HCP-HANDICAP (WS-HCP-IDX)
004741                     FROM WS-HOME-START-TOTAL
004742             END-IF
004743     END-SEARCH.
004744     SET WS-HCP-IDX TO 1.
004745     SEARCH WS-HCP-ENTRY
004746         AT END
004747             CONTINUE
004748         WHEN WS-HCP-PLAYER-ID (WS-HCP-IDX) = FIX-AWAY-PLAYER-ID
004749          AND WS-HCP-LEAGUE-ID (WS-HCP-IDX) = FIX-LEAGUE-ID
004750             IF WS-HCP-HANDICAP (WS-HCP-IDX)
004751                < WS-LEG-START-TOTAL - 1
004752                 SUBTRACT WS-HCP-HANDICAP (WS-HCP-IDX)
004753                     FROM WS-AWAY-START-TOTAL
004754             END-IF
004755     END-SEARCH.
004756 1950-EXIT.
004757     EXIT.

004758*****************************************************************
004760* 2100-READ-FIXTURE - READ ONE FIXTURE, WATCH FOR EOF.         *
004762*****************************************************************
004764 2100-READ-FIXTURE.
004766     READ FIXTURES-IN INTO FIXTURE-RECORD
004770         AT END SET WS-NO-MORE-FIXTURES TO TRUE
004780     END-READ.
004790 2100-EXIT.
004920     MOVE ZERO TO WS-AWAY-SETS-WON.
004930     MOVE ZERO TO WS-TOTAL-LEGS-AWARDED.
004940     PERFORM 1900-FIND-LEAGUE-FORMAT THRU 1900-EXIT.
004945     PERFORM 1950-FIND-HANDICAPS THRU 1950-EXIT.
004950     IF WS-LEG-SETS-PLAY
004960         COMPUTE WS-LEGS-NEEDED = (WS-LEG-SET-LEGS / 2) + 1
004970         COMPUTE WS-SETS-NEEDED = (FIX-BEST-OF / 2) + 1
006600     MOVE WS-AWAY-UNITS-WON    TO DTL-AWAY-LEGS.
006610     MOVE MRS-WINNER-PLAYER-ID TO DTL-WINNER.
006620     MOVE MRS-RESULT-STATUS    TO DTL-STATUS.
006623     MOVE WS-HOME-START-TOTAL  TO DTL-HOME-START.
006626     MOVE WS-AWAY-START-TOTAL  TO DTL-AWAY-START.
006630     WRITE MATCH-RPT-RECORD FROM WS-DETAIL-LINE.
006640 2500-EXIT.
006650     EXIT.
