000857*                      THE PRINTED REPORT AGREE ON A 301 OR   *
000858*                      701 LEG.  LEAGUES WITH NO ROW, AND OLD *
000859*                      5-BYTE RULEPARM ROWS, KEEP 501.        *
000860*     2026-10-15  RH   HANDICAP LEAGUES.  A PLAYER WITH A ROW   *
000861*                      ON THE WEEKLY HANDICAP MASTER (HCPMAST,  *
000862*                      SEE DHCPMAST) STARTS EACH LEG OF THAT    *
000863*                      LEAGUE FROM THE RULEPARM TOTAL LESS THE  *
000864*                      HANDICAP; NO MASTER, OR NO ROW, PLAYS    *
000865*                      OFF THE FLAT TOTAL AS BEFORE.            *
000866*                      THE SCOREBOARD SHOWS THE HANDICAPPED     *
000867*                      REMAINING TOTAL.                         *
000868*     2026-10-15  RH   EACH LEG NOW STARTS FROM THE HANDICAP    *
000869*                      IN FORCE ON ITS NIGHT, TAKEN FROM THE    *
000870*                      HANDICAP HISTORY (HCPHIST, SEE           *
000871*                      DHCPHIST) RATHER THAN THE CURRENT        *
000872*                      WEEK'S MASTER.  NO HISTORY FALLS BACK    *
000873*                      TO THE CURRENT MASTER.                   *
000875*****************************************************************
000877 IDENTIFICATION DIVISION.
000880 PROGRAM-ID. DARTSSCB.
000890 AUTHOR. R. HALVORSEN.
000900 DATE-WRITTEN. 2026-08-09.
001130     SELECT LEG-STATE-OUT ASSIGN TO LEGSTOUT
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WS-LEG-STATE-OUT-STATUS.
001152     SELECT HCP-MAST     ASSIGN TO HCPMAST
001154         ORGANIZATION IS LINE SEQUENTIAL
001156         FILE STATUS IS WS-HCP-MAST-STATUS.
001157     SELECT HCP-HIST     ASSIGN TO HCPHIST
001158         ORGANIZATION IS LINE SEQUENTIAL
001159         FILE STATUS IS WS-HCP-HIST-STATUS.

001160 DATA DIVISION.
001170 FILE SECTION.
001390     RECORDING MODE IS F.
001400 01  LEG-STATE-OUT-RECORD        PIC X(57).

001402 FD  HCP-MAST
001404     RECORDING MODE IS F.
001406 01  HCP-MAST-RECORD             PIC X(41).

001407 FD  HCP-HIST
001408     RECORDING MODE IS F.
001409 01  HCP-HIST-RECORD             PIC X(41).

001410 WORKING-STORAGE SECTION.
001420 01  WS-SCORE-IN-STATUS          PIC XX.
001430     88  WS-SCORE-IN-OK                  VALUE "00".
001490     88  WS-RULE-PARM-OK                 VALUE "00".
001500     88  WS-RULE-PARM-EOF                VALUE "10".
001510     88  WS-RULE-PARM-NOT-FOUND          VALUE "35".
001512 01  WS-HCP-MAST-STATUS          PIC XX.
001513     88  WS-HCP-MAST-OK                   VALUE "00".
001514     88  WS-HCP-MAST-EOF                  VALUE "10".
001515     88  WS-HCP-MAST-NOT-FOUND            VALUE "35".
001516 01  WS-HCP-HIST-STATUS          PIC XX.
001517     88  WS-HCP-HIST-OK                   VALUE "00".
001518     88  WS-HCP-HIST-EOF                  VALUE "10".
001519     88  WS-HCP-HIST-NOT-FOUND            VALUE "35".
001520 01  WS-ROSTER-IN-STATUS         PIC XX.
001530     88  WS-ROSTER-IN-OK                 VALUE "00".
001540     88  WS-ROSTER-IN-EOF                VALUE "10".

001910 COPY DTHROWRC.
001920 COPY DRULETBL.
001925 COPY DHCPMAST.
001927 COPY DHCPHIST.
001930 COPY DROSTER.
001940 COPY DLEGSTAT.

002140     OPEN OUTPUT SCORE-FIX
002150     PERFORM 1300-LOAD-ROSTER THRU 1300-EXIT
002160     PERFORM 1100-LOAD-RULE-TABLE THRU 1100-EXIT
002165     PERFORM 1150-LOAD-HANDICAPS THRU 1150-EXIT
002167     PERFORM 1170-LOAD-HANDICAP-HISTORY THRU 1170-EXIT
002170     PERFORM 1400-LOAD-LEG-STATE THRU 1400-EXIT
002180     PERFORM 2100-READ-THROW THRU 2100-EXIT.
002190 1000-EXIT.
002606         END-IF
002610     END-IF.
002620 1110-EXIT.
002621     EXIT.

002622*****************************************************************
002623* 1150-LOAD-HANDICAPS - READ THE WEEK'S HANDICAP MASTER ONCE    *
002624*     PER RUN INTO THE DHCPMAST TABLE.  A MISSING MASTER LEAVES *
002625*     THE TABLE EMPTY AND EVERY LEAGUE PLAYS OFF ITS FLAT TOTAL.*
002626*****************************************************************
002627 1150-LOAD-HANDICAPS.
002628     OPEN INPUT HCP-MAST.
002629     IF WS-HCP-MAST-NOT-FOUND
002630         CONTINUE
002631     ELSE
002632         PERFORM 1160-READ-HANDICAP-ROW THRU 1160-EXIT
002633             UNTIL WS-HCP-MAST-EOF
002634         CLOSE HCP-MAST
002635     END-IF.
002636 1150-EXIT.
002637     EXIT.

002638*****************************************************************
002639* 1160-READ-HANDICAP-ROW - ONE MASTER ROW INTO THE NEXT TABLE   *
002640*     ENTRY.                                                    *
002641*****************************************************************
002642 1160-READ-HANDICAP-ROW.
002643     READ HCP-MAST INTO HANDICAP-RECORD
002644         AT END
002645             SET WS-HCP-MAST-EOF TO TRUE
002646             GO TO 1160-EXIT
002647     END-READ.
002648     IF WS-HCP-COUNT >= 500
002649         DISPLAY "DARTSSCB: HANDICAP MASTER HAS MORE THAN 500 "
002650             "ROWS - ROWS BEYOND THE 500TH ARE IGNORED"
002651         SET WS-HCP-MAST-EOF TO TRUE
002652         GO TO 1160-EXIT
002653     END-IF.
002654     ADD 1 TO WS-HCP-COUNT.
002655     SET WS-HCP-IDX TO WS-HCP-COUNT.
002656     MOVE HCP-PLAYER-ID TO WS-HCP-PLAYER-ID (WS-HCP-IDX).
002657     MOVE HCP-LEAGUE-ID TO WS-HCP-LEAGUE-ID (WS-HCP-IDX).
002658     MOVE HCP-HANDICAP  TO WS-HCP-HANDICAP (WS-HCP-IDX).
002659     MOVE HCP-STATUS    TO WS-HCP-STATUS (WS-HCP-IDX).
002660     MOVE "N"           TO WS-HCP-SEEN-SWITCH (WS-HCP-IDX).
002661 1160-EXIT.
002662     EXIT.

002663*****************************************************************
002664* 1170-LOAD-HANDICAP-HISTORY - READ THE SEASON'S HANDICAP       *
002665*     HISTORY (HCPHIST, SEE DHCPHIST) SO EACH LEG STARTS FROM   *
002666*     THE HANDICAP IN FORCE ON ITS NIGHT.  A MISSING OR EMPTY   *
002667*     HISTORY LEAVES THE CURRENT MASTER IN USE FOR EVERY LEG.   *
002668*****************************************************************
002669 1170-LOAD-HANDICAP-HISTORY.
002670     OPEN INPUT HCP-HIST.
002671     IF WS-HCP-HIST-NOT-FOUND
002672         CONTINUE
002673     ELSE
002674         PERFORM 1180-READ-HISTORY-ROW THRU 1180-EXIT
002675             UNTIL WS-HCP-HIST-EOF
002676         CLOSE HCP-HIST
002677     END-IF.
002678 1170-EXIT.
002679     EXIT.

002680*****************************************************************
002681* 1180-READ-HISTORY-ROW - ONE HISTORY ROW.  A PLAYER AND        *
002682*     LEAGUE'S FIRST ROW OPENS A TABLE ENTRY; A LATER ROW ADDS  *
002683*     A POINT ONLY WHEN THE HANDICAP HAS CHANGED.  ROWS ARRIVE  *
002684*     IN THE ORDER DARTSHCP APPENDED THEM, SO THE POINTS RUN    *
002685*     OLDEST FIRST.                                             *
002686*****************************************************************
002687 1180-READ-HISTORY-ROW.
002688     READ HCP-HIST INTO HANDICAP-RECORD
002689         AT END
002690             SET WS-HCP-HIST-EOF TO TRUE
002691             GO TO 1180-EXIT
002692     END-READ.
002693     SET WS-HCH-LOADED TO TRUE.
002694     MOVE "N" TO WS-HCH-FOUND-SWITCH.
002695     IF WS-HCH-COUNT > ZERO
002696         SET WS-HCH-IDX TO 1
002697         SEARCH WS-HCH-ENTRY
002698             AT END
002699                 CONTINUE
002700             WHEN WS-HCH-PLAYER-ID (WS-HCH-IDX) = HCP-PLAYER-ID
002701              AND WS-HCH-LEAGUE-ID (WS-HCH-IDX) = HCP-LEAGUE-ID
002702                 SET WS-HCH-FOUND TO TRUE
002703         END-SEARCH
002704     END-IF.
002705     IF NOT WS-HCH-FOUND
002706         IF WS-HCH-COUNT >= 500
002707             DISPLAY "DARTSSCB: HANDICAP HISTORY OVER 500 "
002708                 "PLAYERS - PLAYERS BEYOND THE 500TH ARE IGNORED"
002709             GO TO 1180-EXIT
002710         END-IF
002711         ADD 1 TO WS-HCH-COUNT
002712         SET WS-HCH-IDX TO WS-HCH-COUNT
002713         MOVE HCP-PLAYER-ID TO WS-HCH-PLAYER-ID (WS-HCH-IDX)
002714         MOVE HCP-LEAGUE-ID TO WS-HCH-LEAGUE-ID (WS-HCH-IDX)
002715         MOVE ZERO TO WS-HCH-POINTS (WS-HCH-IDX)
002716     END-IF.
002717     IF WS-HCH-POINTS (WS-HCH-IDX) > ZERO
002718         SET WS-HCH-PT-IDX TO WS-HCH-POINTS (WS-HCH-IDX)
002719         IF WS-HCH-HANDICAP (WS-HCH-IDX, WS-HCH-PT-IDX)
002720            = HCP-HANDICAP
002721             GO TO 1180-EXIT
002722         END-IF
002723     END-IF.
002724     IF WS-HCH-POINTS (WS-HCH-IDX) >= 60
002725         DISPLAY "DARTSSCB: MORE THAN 60 HANDICAP CHANGES FOR "
002726             HCP-PLAYER-ID " - THE LATEST REPLACES THE 60TH"
002727         SUBTRACT 1 FROM WS-HCH-POINTS (WS-HCH-IDX)
002728     END-IF.
002729     ADD 1 TO WS-HCH-POINTS (WS-HCH-IDX).
002730     SET WS-HCH-PT-IDX TO WS-HCH-POINTS (WS-HCH-IDX).
002731     MOVE HCP-EFFECTIVE-DATE TO
002732         WS-HCH-EFFECTIVE-DATE (WS-HCH-IDX, WS-HCH-PT-IDX).
002733     MOVE HCP-HANDICAP TO
002734         WS-HCH-HANDICAP (WS-HCH-IDX, WS-HCH-PT-IDX).
002735 1180-EXIT.
002736     EXIT.

002737*****************************************************************
002738* 1300-LOAD-ROSTER - READ THE PLAYER ROSTER MASTER ONCE PER    *
002739*     RUN INTO A TABLE IN WORKING STORAGE.  A MISSING ROSTER   *
002740*     FILE LEAVES THE TABLE EMPTY AND EVERY FEED ROW SHOWS THE *
002741*     RAW PLAYER ID, AS THE FEEDS DID BEFORE NAMES CARRIED.    *
002742*****************************************************************
002743 1300-LOAD-ROSTER.
002744     OPEN INPUT ROSTER-IN.
002745     IF WS-ROSTER-NOT-FOUND
002746         CONTINUE
002747     ELSE
002750         PERFORM 1310-READ-ROSTER-ROW THRU 1310-EXIT
002760             UNTIL WS-ROSTER-IN-EOF
002770         CLOSE ROSTER-IN
003940*****************************************************************
003950 1200-START-LEG.
003955     PERFORM 1250-FIND-OUT-RULE THRU 1250-EXIT.
003957     PERFORM 1255-APPLY-HANDICAP THRU 1255-EXIT.
003960     MOVE WS-LEG-START-TOTAL TO WS-RUNNING-TOTAL.
003970     MOVE WS-LEG-START-TOTAL TO WS-TURN-START-TOTAL.
003980     MOVE SPACES TO WS-LEG-STATUS.
004758                     TO WS-LEG-SET-LEGS
004760         END-SEARCH
004770     END-IF.
004771 1250-EXIT.
004772     EXIT.

004773*****************************************************************
004774* 1255-APPLY-HANDICAP - IN A HANDICAP LEAGUE THE LEG STARTS     *
004775*     FROM THE LEAGUE TOTAL LESS THE PLAYER'S HANDICAP (SEE     *
004776*     DHCPMAST).  A PLAYER WITH NO HANDICAP ROW PLAYS OFF THE   *
004777*     FLAT TOTAL; A HANDICAP THAT WOULD LEAVE LESS THAN 2 TO    *
004778*     START FROM IS IGNORED.                                    *
004779*     WHEN THE HANDICAP HISTORY IS LOADED THE HANDICAP IN FORCE *
004780*     ON THE LEG'S NIGHT IS TAKEN INSTEAD (SEE 1256).           *
004781*****************************************************************
004782 1255-APPLY-HANDICAP.
004783     IF WS-HCH-LOADED
004784         PERFORM 1256-HANDICAP-IN-FORCE THRU 1256-EXIT
004785         GO TO 1255-EXIT
004786     END-IF.
004790     IF WS-HCP-COUNT > ZERO
004791         SET WS-HCP-IDX TO 1
004792         SEARCH WS-HCP-ENTRY
004793             AT END
004794                 CONTINUE
004795             WHEN WS-HCP-PLAYER-ID (WS-HCP-IDX) = TRS-PLAYER-ID
004796              AND WS-HCP-LEAGUE-ID (WS-HCP-IDX) = TRS-LEAGUE-ID
004797                 IF WS-HCP-HANDICAP (WS-HCP-IDX)
004798                    < WS-LEG-START-TOTAL - 1
004799                     SUBTRACT WS-HCP-HANDICAP (WS-HCP-IDX)
004800                         FROM WS-LEG-START-TOTAL
004801                 END-IF
004802         END-SEARCH
004803     END-IF.
004804 1255-EXIT.
004806     EXIT.

004807*****************************************************************
004808* 1256-HANDICAP-IN-FORCE - THE PLAYER'S HANDICAP FOR THIS       *
004809*     LEAGUE AS IT STOOD ON THE LEG'S NIGHT: THE LATEST HISTORY *
004810*     POINT DATED BEFORE THE NIGHT, SINCE A MASTER TAKES EFFECT *
004811*     FROM THE NIGHT AFTER DARTSHCP WRITES IT.  NO POINT BEFORE *
004812*     THE NIGHT PLAYS OFF THE FLAT TOTAL.                       *
004813*****************************************************************
004814 1256-HANDICAP-IN-FORCE.
004815     MOVE TRS-SCORE-DATE TO WS-HCH-LEG-DATE.
004816     MOVE ZERO TO WS-HCH-IN-FORCE.
004817     SET WS-HCH-IDX TO 1.
004818     SEARCH WS-HCH-ENTRY
004819         AT END
004820             GO TO 1256-EXIT
004821         WHEN WS-HCH-PLAYER-ID (WS-HCH-IDX) = TRS-PLAYER-ID
004822          AND WS-HCH-LEAGUE-ID (WS-HCH-IDX) = TRS-LEAGUE-ID
004823             PERFORM 1257-CHECK-HANDICAP-POINT THRU 1257-EXIT
004824                 VARYING WS-HCH-PT-IDX FROM 1 BY 1
004825                 UNTIL WS-HCH-PT-IDX > WS-HCH-POINTS (WS-HCH-IDX)
004826     END-SEARCH.
004827     IF WS-HCH-IN-FORCE > ZERO
004828        AND WS-HCH-IN-FORCE < WS-LEG-START-TOTAL - 1
004829         SUBTRACT WS-HCH-IN-FORCE FROM WS-LEG-START-TOTAL
004830     END-IF.
004831 1256-EXIT.
004832     EXIT.

004833*****************************************************************
004834* 1257-CHECK-HANDICAP-POINT - A POINT DATED BEFORE THE LEG'S    *
004835*     NIGHT IS IN FORCE UNTIL A LATER ONE REPLACES IT.          *
004836*****************************************************************
004837 1257-CHECK-HANDICAP-POINT.
004838     IF WS-HCH-EFFECTIVE-DATE (WS-HCH-IDX, WS-HCH-PT-IDX)
004839        < WS-HCH-LEG-DATE
004840         MOVE WS-HCH-HANDICAP (WS-HCH-IDX, WS-HCH-PT-IDX)
004841             TO WS-HCH-IN-FORCE
004842     END-IF.
004843 1257-EXIT.
004844     EXIT.

004845*****************************************************************
004846* 1350-FIND-PLAYER-NAME - SEARCH THE ROSTER TABLE FOR THIS     *
004847*     LEG'S PLAYER AND KEEP THE DISPLAY NAME FOR EVERY ROW OF  *
004848*     THE LEG.  A PLAYER WITH NO ROSTER ROW SHOWS THE RAW ID.  *
004849*****************************************************************
004850 1350-FIND-PLAYER-NAME.
004860     MOVE TRS-PLAYER-ID TO WS-PLAYER-NAME.
004870     IF WS-ROSTER-COUNT > ZERO
