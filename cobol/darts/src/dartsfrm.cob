000250*                                                               *
000260* MODIFICATION HISTORY.                                        *
000270*     2026-09-01  RH   ORIGINAL PROGRAM.                        *
000271*     2026-10-15  RH   HANDICAP LEAGUES.  A PLAYER WITH A ROW   *
000272*                      ON THE WEEKLY HANDICAP MASTER (HCPMAST,  *
000273*                      SEE DHCPMAST) STARTS EACH LEG OF THAT    *
000274*                      LEAGUE FROM THE RULEPARM TOTAL LESS THE  *
000275*                      HANDICAP; NO MASTER, OR NO ROW, PLAYS    *
000276*                      OFF THE FLAT TOTAL AS BEFORE.            *
000277*                      NIGHTLY FORM FIGURES PLAY OFF THE        *
000278*                      HANDICAPPED TOTAL.                       *
000279*     2026-10-15  RH   EACH LEG NOW STARTS FROM THE HANDICAP    *
000280*                      IN FORCE ON ITS NIGHT, TAKEN FROM THE    *
000281*                      HANDICAP HISTORY (HCPHIST, SEE           *
000282*                      DHCPHIST) RATHER THAN THE CURRENT        *
000283*                      WEEK'S MASTER.  NO HISTORY FALLS BACK    *
000284*                      TO THE CURRENT MASTER.                   *
000287*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. DARTSFRM.
000310 AUTHOR. R. HALVORSEN.
000460     SELECT ROSTER-IN    ASSIGN TO ROSTER
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-ROSTER-IN-STATUS.
000482     SELECT HCP-MAST     ASSIGN TO HCPMAST
000484         ORGANIZATION IS LINE SEQUENTIAL
000486         FILE STATUS IS WS-HCP-MAST-STATUS.
000487     SELECT HCP-HIST     ASSIGN TO HCPHIST
000488         ORGANIZATION IS LINE SEQUENTIAL
000489         FILE STATUS IS WS-HCP-HIST-STATUS.

000490 DATA DIVISION.
000500 FILE SECTION.
000650     RECORDING MODE IS F.
000660 01  ROSTER-IN-RECORD            PIC X(43).

000662 FD  HCP-MAST
000664     RECORDING MODE IS F.
000666 01  HCP-MAST-RECORD             PIC X(41).

000667 FD  HCP-HIST
000668     RECORDING MODE IS F.
000669 01  HCP-HIST-RECORD             PIC X(41).

000670 WORKING-STORAGE SECTION.
000680 01  WS-FORM-IN-STATUS           PIC XX.
000690     88  WS-FORM-IN-OK                    VALUE "00".
000730     88  WS-RULE-PARM-OK                  VALUE "00".
000740     88  WS-RULE-PARM-EOF                 VALUE "10".
000750     88  WS-RULE-PARM-NOT-FOUND           VALUE "35".
000752 01  WS-HCP-MAST-STATUS          PIC XX.
000753     88  WS-HCP-MAST-OK                   VALUE "00".
000754     88  WS-HCP-MAST-EOF                  VALUE "10".
000755     88  WS-HCP-MAST-NOT-FOUND            VALUE "35".
000756 01  WS-HCP-HIST-STATUS          PIC XX.
000757     88  WS-HCP-HIST-OK                   VALUE "00".
000758     88  WS-HCP-HIST-EOF                  VALUE "10".
000759     88  WS-HCP-HIST-NOT-FOUND            VALUE "35".
000760 01  WS-ROSTER-IN-STATUS         PIC XX.
000770     88  WS-ROSTER-IN-OK                  VALUE "00".
000780     88  WS-ROSTER-IN-EOF                 VALUE "10".

001820 COPY DTHROWRC.
001830 COPY DRULETBL.
001835 COPY DHCPMAST.
001837 COPY DHCPHIST.
001840 COPY DROSTER.

001850 PROCEDURE DIVISION.
002050     OPEN OUTPUT FORM-RPT.
002060     PERFORM 1300-LOAD-ROSTER THRU 1300-EXIT.
002070     PERFORM 1100-LOAD-RULE-TABLE THRU 1100-EXIT.
002075     PERFORM 1150-LOAD-HANDICAPS THRU 1150-EXIT.
002077     PERFORM 1170-LOAD-HANDICAP-HISTORY THRU 1170-EXIT.
002080     PERFORM 2100-READ-THROW THRU 2100-EXIT.
002090 1000-EXIT.
002100     EXIT.
002630         END-IF
002640     END-IF.
002650 1110-EXIT.
002651     EXIT.

002652*****************************************************************
002653* 1150-LOAD-HANDICAPS - READ THE WEEK'S HANDICAP MASTER ONCE    *
002654*     PER RUN INTO THE DHCPMAST TABLE.  A MISSING MASTER LEAVES *
002655*     THE TABLE EMPTY AND EVERY LEAGUE PLAYS OFF ITS FLAT TOTAL.*
002656*****************************************************************
002657 1150-LOAD-HANDICAPS.
002658     OPEN INPUT HCP-MAST.
002659     IF WS-HCP-MAST-NOT-FOUND
002660         CONTINUE
002661     ELSE
002662         PERFORM 1160-READ-HANDICAP-ROW THRU 1160-EXIT
002663             UNTIL WS-HCP-MAST-EOF
002664         CLOSE HCP-MAST
002665     END-IF.
002666 1150-EXIT.
002667     EXIT.

002668*****************************************************************
002669* 1160-READ-HANDICAP-ROW - ONE MASTER ROW INTO THE NEXT TABLE   *
002670*     ENTRY.                                                    *
002671*****************************************************************
002672 1160-READ-HANDICAP-ROW.
002673     READ HCP-MAST INTO HANDICAP-RECORD
002674         AT END
002675             SET WS-HCP-MAST-EOF TO TRUE
002676             GO TO 1160-EXIT
002677     END-READ.
002678     IF WS-HCP-COUNT >= 500
002679         DISPLAY "DARTSFRM: HANDICAP MASTER HAS MORE THAN 500 "
002680             "ROWS - ROWS BEYOND THE 500TH ARE IGNORED"
002681         SET WS-HCP-MAST-EOF TO TRUE
002682         GO TO 1160-EXIT
002683     END-IF.
002684     ADD 1 TO WS-HCP-COUNT.
002685     SET WS-HCP-IDX TO WS-HCP-COUNT.
002686     MOVE HCP-PLAYER-ID TO WS-HCP-PLAYER-ID (WS-HCP-IDX).
002687     MOVE HCP-LEAGUE-ID TO WS-HCP-LEAGUE-ID (WS-HCP-IDX).
002688     MOVE HCP-HANDICAP  TO WS-HCP-HANDICAP (WS-HCP-IDX).
002689     MOVE HCP-STATUS    TO WS-HCP-STATUS (WS-HCP-IDX).
002690     MOVE "N"           TO WS-HCP-SEEN-SWITCH (WS-HCP-IDX).
002691 1160-EXIT.
002692     EXIT.

002693*****************************************************************
002694* 1170-LOAD-HANDICAP-HISTORY - READ THE SEASON'S HANDICAP       *
002695*     HISTORY (HCPHIST, SEE DHCPHIST) SO EACH LEG STARTS FROM   *
002696*     THE HANDICAP IN FORCE ON ITS NIGHT.  A MISSING OR EMPTY   *
002697*     HISTORY LEAVES THE CURRENT MASTER IN USE FOR EVERY LEG.   *
002698*****************************************************************
002699 1170-LOAD-HANDICAP-HISTORY.
002700     OPEN INPUT HCP-HIST.
002701     IF WS-HCP-HIST-NOT-FOUND
002702         CONTINUE
002703     ELSE
002704         PERFORM 1180-READ-HISTORY-ROW THRU 1180-EXIT
002705             UNTIL WS-HCP-HIST-EOF
002706         CLOSE HCP-HIST
002707     END-IF.
002708 1170-EXIT.
002709     EXIT.

002710*****************************************************************
002711* 1180-READ-HISTORY-ROW - ONE HISTORY ROW.  A PLAYER AND        *
002712*     LEAGUE'S FIRST ROW OPENS A TABLE ENTRY; A LATER ROW ADDS  *
002713*     A POINT ONLY WHEN THE HANDICAP HAS CHANGED.  ROWS ARRIVE  *
002714*     IN THE ORDER DARTSHCP APPENDED THEM, SO THE POINTS RUN    *
002715*     OLDEST FIRST.                                             *
002716*****************************************************************
002717 1180-READ-HISTORY-ROW.
002718     READ HCP-HIST INTO HANDICAP-RECORD
002719         AT END
002720             SET WS-HCP-HIST-EOF TO TRUE
002721             GO TO 1180-EXIT
002722     END-READ.
002723     SET WS-HCH-LOADED TO TRUE.
002724     MOVE "N" TO WS-HCH-FOUND-SWITCH.
002725     IF WS-HCH-COUNT > ZERO
002726         SET WS-HCH-IDX TO 1
002727         SEARCH WS-HCH-ENTRY
002728             AT END
002729                 CONTINUE
002730             WHEN WS-HCH-PLAYER-ID (WS-HCH-IDX) = HCP-PLAYER-ID
002731              AND WS-HCH-LEAGUE-ID (WS-HCH-IDX) = HCP-LEAGUE-ID
002732                 SET WS-HCH-FOUND TO TRUE
002733         END-SEARCH
002734     END-IF.
002735     IF NOT WS-HCH-FOUND
002736         IF WS-HCH-COUNT >= 500
002737             DISPLAY "DARTSFRM: HANDICAP HISTORY OVER 500 "
002738                 "PLAYERS - PLAYERS BEYOND THE 500TH ARE IGNORED"
002739             GO TO 1180-EXIT
002740         END-IF
002741         ADD 1 TO WS-HCH-COUNT
002742         SET WS-HCH-IDX TO WS-HCH-COUNT
002743         MOVE HCP-PLAYER-ID TO WS-HCH-PLAYER-ID (WS-HCH-IDX)
002744         MOVE HCP-LEAGUE-ID TO WS-HCH-LEAGUE-ID (WS-HCH-IDX)
002745         MOVE ZERO TO WS-HCH-POINTS (WS-HCH-IDX)
002746     END-IF.
002747     IF WS-HCH-POINTS (WS-HCH-IDX) > ZERO
002748         SET WS-HCH-PT-IDX TO WS-HCH-POINTS (WS-HCH-IDX)
002749         IF WS-HCH-HANDICAP (WS-HCH-IDX, WS-HCH-PT-IDX)
002750            = HCP-HANDICAP
002751             GO TO 1180-EXIT
002752         END-IF
002753     END-IF.
002754     IF WS-HCH-POINTS (WS-HCH-IDX) >= 60
002755         DISPLAY "DARTSFRM: MORE THAN 60 HANDICAP CHANGES FOR "
002756             HCP-PLAYER-ID " - THE LATEST REPLACES THE 60TH"
002757         SUBTRACT 1 FROM WS-HCH-POINTS (WS-HCH-IDX)
002758     END-IF.
002759     ADD 1 TO WS-HCH-POINTS (WS-HCH-IDX).
002760     SET WS-HCH-PT-IDX TO WS-HCH-POINTS (WS-HCH-IDX).
002761     MOVE HCP-EFFECTIVE-DATE TO
002762         WS-HCH-EFFECTIVE-DATE (WS-HCH-IDX, WS-HCH-PT-IDX).
002763     MOVE HCP-HANDICAP TO
002764         WS-HCH-HANDICAP (WS-HCH-IDX, WS-HCH-PT-IDX).
002765 1180-EXIT.
002766     EXIT.

002767*****************************************************************
002768* 1300-LOAD-ROSTER - READ THE PLAYER ROSTER MASTER ONCE PER    *
002769*     RUN INTO A TABLE IN WORKING STORAGE.  A MISSING ROSTER   *
002770*     FILE LEAVES THE TABLE EMPTY AND THE REPORT SHOWS THE     *
002771*     RAW PLAYER ID IN PLACE OF THE DISPLAY NAME.              *
002772*****************************************************************
002773 1300-LOAD-ROSTER.
002774     OPEN INPUT ROSTER-IN.
002775     IF WS-ROSTER-NOT-FOUND
002776         CONTINUE
002777     ELSE
002780         PERFORM 1310-READ-ROSTER-ROW THRU 1310-EXIT
002790             UNTIL WS-ROSTER-IN-EOF
002800         CLOSE ROSTER-IN
003430*****************************************************************
003440 1200-START-LEG.
003450     PERFORM 1250-FIND-OUT-RULE THRU 1250-EXIT.
003455     PERFORM 1255-APPLY-HANDICAP THRU 1255-EXIT.
003460     MOVE WS-LEG-START-TOTAL TO WS-RUNNING-TOTAL.
003470     MOVE WS-LEG-START-TOTAL TO WS-TURN-START-TOTAL.
003480     MOVE ZERO TO WS-LEG-DARTS.
003730                     TO WS-LEG-SET-LEGS
003740         END-SEARCH
003750     END-IF.
003751 1250-EXIT.
003752     EXIT.

003753*****************************************************************
003754* 1255-APPLY-HANDICAP - IN A HANDICAP LEAGUE THE LEG STARTS     *
003755*     FROM THE LEAGUE TOTAL LESS THE PLAYER'S HANDICAP (SEE     *
003756*     DHCPMAST).  A PLAYER WITH NO HANDICAP ROW PLAYS OFF THE   *
003757*     FLAT TOTAL; A HANDICAP THAT WOULD LEAVE LESS THAN 2 TO    *
003758*     START FROM IS IGNORED.                                    *
003759*     WHEN THE HANDICAP HISTORY IS LOADED THE HANDICAP IN FORCE *
003760*     ON THE LEG'S NIGHT IS TAKEN INSTEAD (SEE 1256).           *
003761*****************************************************************
003762 1255-APPLY-HANDICAP.
003763     IF WS-HCH-LOADED
003764         PERFORM 1256-HANDICAP-IN-FORCE THRU 1256-EXIT
003765         GO TO 1255-EXIT
003766     END-IF.
003770     IF WS-HCP-COUNT > ZERO
003771         SET WS-HCP-IDX TO 1
003772         SEARCH WS-HCP-ENTRY
003773             AT END
003774                 CONTINUE
003775             WHEN WS-HCP-PLAYER-ID (WS-HCP-IDX) = TRS-PLAYER-ID
003776              AND WS-HCP-LEAGUE-ID (WS-HCP-IDX) = TRS-LEAGUE-ID
003777                 IF WS-HCP-HANDICAP (WS-HCP-IDX)
003778                    < WS-LEG-START-TOTAL - 1
003779                     SUBTRACT WS-HCP-HANDICAP (WS-HCP-IDX)
003780                         FROM WS-LEG-START-TOTAL
003781                 END-IF
003782         END-SEARCH
003783     END-IF.
003784 1255-EXIT.
003786     EXIT.

003787*****************************************************************
003788* 1256-HANDICAP-IN-FORCE - THE PLAYER'S HANDICAP FOR THIS       *
003789*     LEAGUE AS IT STOOD ON THE LEG'S NIGHT: THE LATEST HISTORY *
003790*     POINT DATED BEFORE THE NIGHT, SINCE A MASTER TAKES EFFECT *
003791*     FROM THE NIGHT AFTER DARTSHCP WRITES IT.  NO POINT BEFORE *
003792*     THE NIGHT PLAYS OFF THE FLAT TOTAL.                       *
003793*****************************************************************
003794 1256-HANDICAP-IN-FORCE.
003795     MOVE TRS-SCORE-DATE TO WS-HCH-LEG-DATE.
003796     MOVE ZERO TO WS-HCH-IN-FORCE.
003797     SET WS-HCH-IDX TO 1.
003798     SEARCH WS-HCH-ENTRY
003799         AT END
003800             GO TO 1256-EXIT
003801         WHEN WS-HCH-PLAYER-ID (WS-HCH-IDX) = TRS-PLAYER-ID
003802          AND WS-HCH-LEAGUE-ID (WS-HCH-IDX) = TRS-LEAGUE-ID
003803             PERFORM 1257-CHECK-HANDICAP-POINT THRU 1257-EXIT
003804                 VARYING WS-HCH-PT-IDX FROM 1 BY 1
003805                 UNTIL WS-HCH-PT-IDX > WS-HCH-POINTS (WS-HCH-IDX)
003806     END-SEARCH.
003807     IF WS-HCH-IN-FORCE > ZERO
003808        AND WS-HCH-IN-FORCE < WS-LEG-START-TOTAL - 1
003809         SUBTRACT WS-HCH-IN-FORCE FROM WS-LEG-START-TOTAL
003810     END-IF.
003811 1256-EXIT.
003812     EXIT.

003813*****************************************************************
003814* 1257-CHECK-HANDICAP-POINT - A POINT DATED BEFORE THE LEG'S    *
003815*     NIGHT IS IN FORCE UNTIL A LATER ONE REPLACES IT.          *
003816*****************************************************************
003817 1257-CHECK-HANDICAP-POINT.
003818     IF WS-HCH-EFFECTIVE-DATE (WS-HCH-IDX, WS-HCH-PT-IDX)
003819        < WS-HCH-LEG-DATE
003820         MOVE WS-HCH-HANDICAP (WS-HCH-IDX, WS-HCH-PT-IDX)
003821             TO WS-HCH-IN-FORCE
003822     END-IF.
003823 1257-EXIT.
003824     EXIT.

003825*****************************************************************
003826* 1270-FIND-NITE-ENTRY - FIND THE PLAYER/LEAGUE/NIGHT ENTRY    *
003827*     FOR THE NEW LEG, CREATING IT ON FIRST SIGHT.             *
003828*****************************************************************
003829 1270-FIND-NITE-ENTRY.
003830     MOVE "N" TO WS-NITE-FOUND-SWITCH.
003840     IF WS-NITE-COUNT > ZERO
003850         PERFORM 1280-MATCH-NITE-ENTRY THRU 1280-EXIT
