000240*                                                               *
000250* MODIFICATION HISTORY.                                        *
000260*     2026-09-01  RH   ORIGINAL PROGRAM.                        *
000261*     2026-10-15  RH   HANDICAP LEAGUES.  A PLAYER WITH A ROW   *
000262*                      ON THE WEEKLY HANDICAP MASTER (HCPMAST,  *
000263*                      SEE DHCPMAST) STARTS EACH LEG OF THAT    *
000264*                      LEAGUE FROM THE RULEPARM TOTAL LESS THE  *
000265*                      HANDICAP; NO MASTER, OR NO ROW, PLAYS    *
000266*                      OFF THE FLAT TOTAL AS BEFORE.            *
000267*                      HIGHLIGHTS AND SHORT LEGS FOLLOW THE     *
000268*                      HANDICAPPED CHECKOUT.                    *
000270*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. DARTSHIL.
000480     SELECT ROSTER-IN    ASSIGN TO ROSTER
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-ROSTER-IN-STATUS.
000502     SELECT HCP-MAST     ASSIGN TO HCPMAST
000504         ORGANIZATION IS LINE SEQUENTIAL
000506         FILE STATUS IS WS-HCP-MAST-STATUS.

000510 DATA DIVISION.
000520 FILE SECTION.
000700     RECORDING MODE IS F.
000710 01  ROSTER-IN-RECORD            PIC X(43).

000712 FD  HCP-MAST
000714     RECORDING MODE IS F.
000716 01  HCP-MAST-RECORD             PIC X(41).

000720 WORKING-STORAGE SECTION.
000730 01  WS-HIL-IN-STATUS            PIC XX.
000740     88  WS-HIL-IN-OK                     VALUE "00".
000800     88  WS-RULE-PARM-OK                  VALUE "00".
000810     88  WS-RULE-PARM-EOF                 VALUE "10".
000820     88  WS-RULE-PARM-NOT-FOUND           VALUE "35".
000822 01  WS-HCP-MAST-STATUS          PIC XX.
000824     88  WS-HCP-MAST-OK                   VALUE "00".
000826     88  WS-HCP-MAST-EOF                  VALUE "10".
000828     88  WS-HCP-MAST-NOT-FOUND            VALUE "35".
000830 01  WS-ROSTER-IN-STATUS         PIC XX.
000840     88  WS-ROSTER-IN-OK                  VALUE "00".
000850     88  WS-ROSTER-IN-EOF                 VALUE "10".
001490 COPY DTHROWRC.
001500 COPY DHILITE.
001510 COPY DRULETBL.
001515 COPY DHCPMAST.
001520 COPY DROSTER.

001530 PROCEDURE DIVISION.
001800     WRITE HIL-RPT-RECORD FROM WS-HEADING-2.
001810     PERFORM 1300-LOAD-ROSTER THRU 1300-EXIT.
001820     PERFORM 1100-LOAD-RULE-TABLE THRU 1100-EXIT.
001825     PERFORM 1150-LOAD-HANDICAPS THRU 1150-EXIT.
001830     PERFORM 2100-READ-THROW THRU 2100-EXIT.
001840 1000-EXIT.
001850     EXIT.
002380         END-IF
002390     END-IF.
002400 1110-EXIT.
002401     EXIT.

002402*****************************************************************
002403* 1150-LOAD-HANDICAPS - READ THE WEEK'S HANDICAP MASTER ONCE    *
002404*     PER RUN INTO THE DHCPMAST TABLE.  A MISSING MASTER LEAVES *
002405*     THE TABLE EMPTY AND EVERY LEAGUE PLAYS OFF ITS FLAT TOTAL.*
002406*****************************************************************
002407 1150-LOAD-HANDICAPS.
002408     OPEN INPUT HCP-MAST.
002409     IF WS-HCP-MAST-NOT-FOUND
002410         CONTINUE
002411     ELSE
002412         PERFORM 1160-READ-HANDICAP-ROW THRU 1160-EXIT
002413             UNTIL WS-HCP-MAST-EOF
002414         CLOSE HCP-MAST
002415     END-IF.
002416 1150-EXIT.
002417     EXIT.

002418*****************************************************************
002419* 1160-READ-HANDICAP-ROW - ONE MASTER ROW INTO THE NEXT TABLE   *
002420*     ENTRY.                                                    *
002421*****************************************************************
002422 1160-READ-HANDICAP-ROW.
002423     READ HCP-MAST INTO HANDICAP-RECORD
002424         AT END
002425             SET WS-HCP-MAST-EOF TO TRUE
002426             GO TO 1160-EXIT
002427     END-READ.
002428     IF WS-HCP-COUNT >= 500
002429         DISPLAY "DARTSHIL: HANDICAP MASTER HAS MORE THAN 500 "
002430             "ROWS - ROWS BEYOND THE 500TH ARE IGNORED"
002431         SET WS-HCP-MAST-EOF TO TRUE
002432         GO TO 1160-EXIT
002433     END-IF.
002434     ADD 1 TO WS-HCP-COUNT.
002435     SET WS-HCP-IDX TO WS-HCP-COUNT.
002436     MOVE HCP-PLAYER-ID TO WS-HCP-PLAYER-ID (WS-HCP-IDX).
002437     MOVE HCP-LEAGUE-ID TO WS-HCP-LEAGUE-ID (WS-HCP-IDX).
002438     MOVE HCP-HANDICAP  TO WS-HCP-HANDICAP (WS-HCP-IDX).
002439     MOVE HCP-STATUS    TO WS-HCP-STATUS (WS-HCP-IDX).
002440     MOVE "N"           TO WS-HCP-SEEN-SWITCH (WS-HCP-IDX).
002441 1160-EXIT.
002442     EXIT.

002443*****************************************************************
002444* 1300-LOAD-ROSTER - READ THE PLAYER ROSTER MASTER ONCE PER    *
002445*     RUN INTO A TABLE IN WORKING STORAGE.  A MISSING ROSTER   *
002450*     FILE LEAVES THE TABLE EMPTY AND THE HIGHLIGHTS SHOW THE  *
002460*     RAW PLAYER ID IN PLACE OF THE DISPLAY NAME.              *
002470*****************************************************************
003220*****************************************************************
003230 1200-START-LEG.
003240     PERFORM 1250-FIND-OUT-RULE THRU 1250-EXIT.
003245     PERFORM 1255-APPLY-HANDICAP THRU 1255-EXIT.
003250     MOVE WS-LEG-START-TOTAL TO WS-RUNNING-TOTAL.
003260     MOVE WS-LEG-START-TOTAL TO WS-TURN-START-TOTAL.
003270     MOVE ZERO TO WS-LEG-DARTS.
003580         END-SEARCH
003590     END-IF.
003600 1250-EXIT.
003601     EXIT.

003602*****************************************************************
003603* 1255-APPLY-HANDICAP - IN A HANDICAP LEAGUE THE LEG STARTS     *
003604*     FROM THE LEAGUE TOTAL LESS THE PLAYER'S HANDICAP (SEE     *
003605*     DHCPMAST).  A PLAYER WITH NO HANDICAP ROW PLAYS OFF THE   *
003606*     FLAT TOTAL; A HANDICAP THAT WOULD LEAVE LESS THAN 2 TO    *
003607*     START FROM IS IGNORED.                                    *
003608*****************************************************************
003609 1255-APPLY-HANDICAP.
003610     IF WS-HCP-COUNT > ZERO
003611         SET WS-HCP-IDX TO 1
003612         SEARCH WS-HCP-ENTRY
003613             AT END
003614                 CONTINUE
003615             WHEN WS-HCP-PLAYER-ID (WS-HCP-IDX) = TRS-PLAYER-ID
003616              AND WS-HCP-LEAGUE-ID (WS-HCP-IDX) = TRS-LEAGUE-ID
003617                 IF WS-HCP-HANDICAP (WS-HCP-IDX)
003618                    < WS-LEG-START-TOTAL - 1
003619                     SUBTRACT WS-HCP-HANDICAP (WS-HCP-IDX)
003620                         FROM WS-LEG-START-TOTAL
003621                 END-IF
003622         END-SEARCH
003623     END-IF.
003624 1255-EXIT.
003626     EXIT.

003628*****************************************************************
003630* 1350-FIND-PLAYER-NAME - DISPLAY NAME FOR THE LEG'S PLAYER,   *
003640*     RAW ID WHEN THE PLAYER HAS NO ROSTER ROW.                *
003650*****************************************************************
