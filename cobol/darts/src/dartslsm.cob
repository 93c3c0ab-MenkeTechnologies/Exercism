000210*                                                               *
000220* MODIFICATION HISTORY.                                        *
000230*     2026-09-01  RH   ORIGINAL PROGRAM.                        *
000231*     2026-10-15  RH   HANDICAP LEAGUES.  A PLAYER WITH A ROW   *
000232*                      ON THE WEEKLY HANDICAP MASTER (HCPMAST,  *
000233*                      SEE DHCPMAST) STARTS EACH LEG OF THAT    *
000234*                      LEAGUE FROM THE RULEPARM TOTAL LESS THE  *
000235*                      HANDICAP; NO MASTER, OR NO ROW, PLAYS    *
000236*                      OFF THE FLAT TOTAL AS BEFORE.            *
000237*                      THE LEG'S POINTS ARE THE HANDICAPPED     *
000238*                      START LESS WHAT REMAINS.                 *
000239*     2026-10-15  RH   RUN-CONTROL LEDGER.  THE RUN IS CHECKED  *
000240*                      AGAINST THE LEDGER (DARTSRCL) BEFORE ANY *
000241*                      FILE IS OPENED AND POSTED WITH ITS COUNT *
000242*                      AT THE END.  A SECOND RUN FOR ONE NIGHT, *
000243*                      OR A RUN BEFORE DARTSBAL HAS BALANCED    *
000244*                      TONIGHT (OR WHILE TONIGHT'S DARTSMRG IS  *
000245*                      RUNNING OR HAS FAILED), ENDS WITH RETURN *
000246*                      CODE 12 UNLESS AN RCLOVR CARD FORCES IT. *
000248*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. DARTSLSM.
000270 AUTHOR. R. HALVORSEN.
000390     SELECT RULE-PARM    ASSIGN TO RULEPARM
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-RULE-PARM-STATUS.
000412     SELECT HCP-MAST     ASSIGN TO HCPMAST
000414         ORGANIZATION IS LINE SEQUENTIAL
000416         FILE STATUS IS WS-HCP-MAST-STATUS.

000420 DATA DIVISION.
000430 FILE SECTION.
000550     05  RPR-START-TOTAL         PIC 9(03).
000560     05  RPR-SET-LEGS            PIC 9(02).

000562 FD  HCP-MAST
000564     RECORDING MODE IS F.
000566 01  HCP-MAST-RECORD             PIC X(41).

000570 WORKING-STORAGE SECTION.
000580 01  WS-LSM-IN-STATUS            PIC XX.
000590     88  WS-LSM-IN-OK                     VALUE "00".
000630     88  WS-RULE-PARM-OK                  VALUE "00".
000640     88  WS-RULE-PARM-EOF                 VALUE "10".
000650     88  WS-RULE-PARM-NOT-FOUND           VALUE "35".
000652 01  WS-HCP-MAST-STATUS          PIC XX.
000654     88  WS-HCP-MAST-OK                   VALUE "00".
000656     88  WS-HCP-MAST-EOF                  VALUE "10".
000658     88  WS-HCP-MAST-NOT-FOUND            VALUE "35".
000660 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000670     88  WS-NO-MORE-THROWS               VALUE "Y".
000680 01  WS-FIRST-RECORD-SWITCH      PIC X(01) VALUE "Y".
000910 COPY DTHROWRC.
000920 COPY DLEGSUMM.
000930 COPY DRULETBL.
000935 COPY DHCPMAST.
000937 COPY DRCLCALL.

000940 PROCEDURE DIVISION.

000960* 0000-MAINLINE.                                               *
000970*****************************************************************
000980 0000-MAINLINE.
000981     PERFORM 0100-CHECK-RUN-LEDGER THRU 0100-EXIT.
000982     IF RCL-RUN-REFUSED
000983         MOVE 12 TO RETURN-CODE
000984         GOBACK
000985     END-IF.
000990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001000     PERFORM 2000-PROCESS-THROWS THRU 2000-EXIT
001010         UNTIL WS-NO-MORE-THROWS.
001050     DISPLAY "DARTSLSM: " WS-LEGS-WRITTEN
001060         " LEG SUMMARIES WRITTEN FOR " WS-TODAY-DATE.
001070     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001075     PERFORM 9900-POST-RUN-LEDGER THRU 9900-EXIT.
001080     GOBACK.

001081*****************************************************************
001082* 0100-CHECK-RUN-LEDGER - CLEAR THE RUN WITH THE RUN-CONTROL    *
001083*     LEDGER BEFORE ANYTHING IS OPENED.                         *
001084*****************************************************************
001085 0100-CHECK-RUN-LEDGER.
001086     SET RCL-CHECK-RUN TO TRUE.
001087     MOVE "DARTSLSM" TO RCL-PROGRAM-ID.
001088     MOVE SPACES TO RCL-RUN-KEY.
001089     MOVE SPACES TO RCL-PRED-KEY.
001090     CALL "DARTSRCL" USING RUN-CONTROL-CALL.
001091 0100-EXIT.
001092     EXIT.

001096*****************************************************************
001100* 1000-INITIALIZE - OPEN FILES, LOAD THE RULE TABLE, PRIME     *
001110*     THE READ.                                                *
001120*****************************************************************
001150     OPEN INPUT  LSM-IN.
001160     OPEN OUTPUT LSM-OUT.
001170     PERFORM 1100-LOAD-RULE-TABLE THRU 1100-EXIT.
001175     PERFORM 1150-LOAD-HANDICAPS THRU 1150-EXIT.
001180     PERFORM 2100-READ-THROW THRU 2100-EXIT.
001190 1000-EXIT.
001200     EXIT.
001760     EXIT.

001770*****************************************************************
001771* 1150-LOAD-HANDICAPS - READ THE WEEK'S HANDICAP MASTER ONCE    *
001772*     PER RUN INTO THE DHCPMAST TABLE.  A MISSING MASTER LEAVES *
001773*     THE TABLE EMPTY AND EVERY LEAGUE PLAYS OFF ITS FLAT TOTAL.*
001774*****************************************************************
001775 1150-LOAD-HANDICAPS.
001776     OPEN INPUT HCP-MAST.
001777     IF WS-HCP-MAST-NOT-FOUND
001778         CONTINUE
001779     ELSE
001780         PERFORM 1160-READ-HANDICAP-ROW THRU 1160-EXIT
001781             UNTIL WS-HCP-MAST-EOF
001782         CLOSE HCP-MAST
001783     END-IF.
001784 1150-EXIT.
001785     EXIT.

001786*****************************************************************
001787* 1160-READ-HANDICAP-ROW - ONE MASTER ROW INTO THE NEXT TABLE   *
001788*     ENTRY.                                                    *
001789*****************************************************************
001790 1160-READ-HANDICAP-ROW.
001791     READ HCP-MAST INTO HANDICAP-RECORD
001792         AT END
001793             SET WS-HCP-MAST-EOF TO TRUE
001794             GO TO 1160-EXIT
001795     END-READ.
001796     IF WS-HCP-COUNT >= 500
001797         DISPLAY "DARTSLSM: HANDICAP MASTER HAS MORE THAN 500 "
001798             "ROWS - ROWS BEYOND THE 500TH ARE IGNORED"
001799         SET WS-HCP-MAST-EOF TO TRUE
001800         GO TO 1160-EXIT
001801     END-IF.
001802     ADD 1 TO WS-HCP-COUNT.
001803     SET WS-HCP-IDX TO WS-HCP-COUNT.
001804     MOVE HCP-PLAYER-ID TO WS-HCP-PLAYER-ID (WS-HCP-IDX).
001805     MOVE HCP-LEAGUE-ID TO WS-HCP-LEAGUE-ID (WS-HCP-IDX).
001806     MOVE HCP-HANDICAP  TO WS-HCP-HANDICAP (WS-HCP-IDX).
001807     MOVE HCP-STATUS    TO WS-HCP-STATUS (WS-HCP-IDX).
001808     MOVE "N"           TO WS-HCP-SEEN-SWITCH (WS-HCP-IDX).
001809 1160-EXIT.
001810     EXIT.

001811*****************************************************************
001812* 2000-PROCESS-THROWS - SKIP RECORDS FROM OTHER NIGHTS, START  *
001813*     A NEW LEG ON A CONTROL BREAK, APPLY THE THROW TO THE     *
001814*     RUNNING TOTAL, READ THE NEXT.                            *
001815*****************************************************************
001820 2000-PROCESS-THROWS.
001830     IF TRS-SCORE-DATE NOT = WS-TODAY-DATE
001840         PERFORM 2100-READ-THROW THRU 2100-EXIT
002090*****************************************************************
002100 1200-START-LEG.
002110     PERFORM 1250-FIND-OUT-RULE THRU 1250-EXIT.
002115     PERFORM 1255-APPLY-HANDICAP THRU 1255-EXIT.
002120     MOVE WS-LEG-START-TOTAL TO WS-RUNNING-TOTAL.
002130     MOVE WS-LEG-START-TOTAL TO WS-TURN-START-TOTAL.
002140     MOVE ZERO TO WS-LEG-DARTS.
002440         END-SEARCH
002450     END-IF.
002460 1250-EXIT.
002461     EXIT.

002462*****************************************************************
002463* 1255-APPLY-HANDICAP - IN A HANDICAP LEAGUE THE LEG STARTS     *
002464*     FROM THE LEAGUE TOTAL LESS THE PLAYER'S HANDICAP (SEE     *
002465*     DHCPMAST).  A PLAYER WITH NO HANDICAP ROW PLAYS OFF THE   *
002466*     FLAT TOTAL; A HANDICAP THAT WOULD LEAVE LESS THAN 2 TO    *
002467*     START FROM IS IGNORED.                                    *
002468*****************************************************************
002469 1255-APPLY-HANDICAP.
002470     IF WS-HCP-COUNT > ZERO
002471         SET WS-HCP-IDX TO 1
002472         SEARCH WS-HCP-ENTRY
002473             AT END
002474                 CONTINUE
002475             WHEN WS-HCP-PLAYER-ID (WS-HCP-IDX) = TRS-PLAYER-ID
002476              AND WS-HCP-LEAGUE-ID (WS-HCP-IDX) = TRS-LEAGUE-ID
002477                 IF WS-HCP-HANDICAP (WS-HCP-IDX)
002478                    < WS-LEG-START-TOTAL - 1
002479                     SUBTRACT WS-HCP-HANDICAP (WS-HCP-IDX)
002480                         FROM WS-LEG-START-TOTAL
002481                 END-IF
002482         END-SEARCH
002483     END-IF.
002484 1255-EXIT.
002486     EXIT.

002488*****************************************************************
002490* 2100-READ-THROW - READ ONE SCORED THROW, WATCH FOR EOF.      *
002500*****************************************************************
002510 2100-READ-THROW.
003460     CLOSE LSM-OUT.
003470 9000-EXIT.
003480     EXIT.

003490*****************************************************************
003500* 9900-POST-RUN-LEDGER - POST THE RUN'S RETURN CODE AND COUNTS  *
003510*     TO THE RUN-CONTROL LEDGER.                                *
003520*****************************************************************
003530 9900-POST-RUN-LEDGER.
003540     SET RCL-POST-RUN TO TRUE.
003550     MOVE RETURN-CODE TO RCL-RETURN-CODE.
003560     MOVE "LEGS" TO RCL-COUNT-LABEL (1).
003570     MOVE WS-LEGS-WRITTEN TO RCL-COUNT (1).
003580     MOVE SPACES TO RCL-COUNT-LABEL (2).
003590     MOVE ZERO TO RCL-COUNT (2).
003600     MOVE SPACES TO RCL-COUNT-LABEL (3).
003610     MOVE ZERO TO RCL-COUNT (3).
003620     CALL "DARTSRCL" USING RUN-CONTROL-CALL.
003630     MOVE RCL-RETURN-CODE TO RETURN-CODE.
003640 9900-EXIT.
003650     EXIT.
