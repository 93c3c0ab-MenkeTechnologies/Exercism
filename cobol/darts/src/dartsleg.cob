000866*                      YOUTH LEAGUE AND 701 FORMATS SCORE ON  *
000867*                      THE SYSTEM.  LEAGUES WITH NO ROW, AND  *
000868*                      OLD 5-BYTE RULEPARM ROWS, KEEP 501.    *
000869*     2026-10-15  RH   HANDICAP LEAGUES.  A PLAYER WITH A ROW   *
000870*                      ON THE WEEKLY HANDICAP MASTER (HCPMAST,  *
000871*                      SEE DHCPMAST) STARTS EACH LEG OF THAT    *
000872*                      LEAGUE FROM THE RULEPARM TOTAL LESS THE  *
000873*                      HANDICAP; NO MASTER, OR NO ROW, PLAYS    *
000874*                      OFF THE FLAT TOTAL AS BEFORE.            *
000875*                      CHECKOUTS, BUSTS AND THE LEG-CALC        *
000876*                      FIGURES DARTSMAT AWARDS LEGS FROM ALL    *
000877*                      PLAY OFF THE HANDICAPPED TOTAL.          *
000878*     2026-10-15  RH   EACH LEG NOW STARTS FROM THE HANDICAP    *
000879*                      IN FORCE ON ITS NIGHT, TAKEN FROM THE    *
000880*                      HANDICAP HISTORY (HCPHIST, SEE           *
000881*                      DHCPHIST) RATHER THAN THE CURRENT        *
000882*                      WEEK'S MASTER.  NO HISTORY FALLS BACK    *
000883*                      TO THE CURRENT MASTER.                   *
000885*****************************************************************
000887 IDENTIFICATION DIVISION.
000890 PROGRAM-ID. DARTSLEG.
000900 AUTHOR. R. HALVORSEN.
000910 DATE-WRITTEN. 2026-08-09.
001140     SELECT LEG-STATE-OUT ASSIGN TO LEGSTOUT
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS WS-LEG-STATE-OUT-STATUS.
001162     SELECT HCP-MAST     ASSIGN TO HCPMAST
001164         ORGANIZATION IS LINE SEQUENTIAL
001166         FILE STATUS IS WS-HCP-MAST-STATUS.
001167     SELECT HCP-HIST     ASSIGN TO HCPHIST
001168         ORGANIZATION IS LINE SEQUENTIAL
001169         FILE STATUS IS WS-HCP-HIST-STATUS.

001170 DATA DIVISION.
001180 FILE SECTION.
001400     RECORDING MODE IS F.
001410 01  LEG-STATE-OUT-RECORD        PIC X(57).

001412 FD  HCP-MAST
001414     RECORDING MODE IS F.
001416 01  HCP-MAST-RECORD             PIC X(41).

001417 FD  HCP-HIST
001418     RECORDING MODE IS F.
001419 01  HCP-HIST-RECORD             PIC X(41).

001420 WORKING-STORAGE SECTION.
001430 01  WS-LEG-IN-STATUS            PIC XX.
001440     88  WS-LEG-IN-OK                     VALUE "00".
001500     88  WS-RULE-PARM-OK                  VALUE "00".
001510     88  WS-RULE-PARM-EOF                 VALUE "10".
001520     88  WS-RULE-PARM-NOT-FOUND           VALUE "35".
001522 01  WS-HCP-MAST-STATUS          PIC XX.
001523     88  WS-HCP-MAST-OK                   VALUE "00".
001524     88  WS-HCP-MAST-EOF                  VALUE "10".
001525     88  WS-HCP-MAST-NOT-FOUND            VALUE "35".
001526 01  WS-HCP-HIST-STATUS          PIC XX.
001527     88  WS-HCP-HIST-OK                   VALUE "00".
001528     88  WS-HCP-HIST-EOF                  VALUE "10".
001529     88  WS-HCP-HIST-NOT-FOUND            VALUE "35".
001530 01  WS-ROSTER-IN-STATUS         PIC XX.
001540     88  WS-ROSTER-IN-OK                  VALUE "00".
001550     88  WS-ROSTER-IN-EOF                 VALUE "10".
002210 COPY DTHROWRC.
002220 COPY DLEGCALC.
002230 COPY DRULETBL.
002235 COPY DHCPMAST.
002237 COPY DHCPHIST.
002240 COPY DROSTER.
002250 COPY DLEGSTAT.

002450     OPEN OUTPUT LEG-CALC
002460     PERFORM 1300-LOAD-ROSTER THRU 1300-EXIT
002470     PERFORM 1100-LOAD-RULE-TABLE THRU 1100-EXIT
002475     PERFORM 1150-LOAD-HANDICAPS THRU 1150-EXIT
002477     PERFORM 1170-LOAD-HANDICAP-HISTORY THRU 1170-EXIT
002480     PERFORM 1400-LOAD-LEG-STATE THRU 1400-EXIT
002490     WRITE LEG-RPT-RECORD FROM WS-HEADING-1
002500     PERFORM 2100-READ-THROW THRU 2100-EXIT.
002928         END-IF
002930     END-IF.
002940 1110-EXIT.
002941     EXIT.

002942*****************************************************************
002943* 1150-LOAD-HANDICAPS - READ THE WEEK'S HANDICAP MASTER ONCE    *
002944*     PER RUN INTO THE DHCPMAST TABLE.  A MISSING MASTER LEAVES *
002945*     THE TABLE EMPTY AND EVERY LEAGUE PLAYS OFF ITS FLAT TOTAL.*
002946*****************************************************************
002947 1150-LOAD-HANDICAPS.
002948     OPEN INPUT HCP-MAST.
002949     IF WS-HCP-MAST-NOT-FOUND
002950         CONTINUE
002951     ELSE
002952         PERFORM 1160-READ-HANDICAP-ROW THRU 1160-EXIT
002953             UNTIL WS-HCP-MAST-EOF
002954         CLOSE HCP-MAST
002955     END-IF.
002956 1150-EXIT.
002957     EXIT.

002958*****************************************************************
002959* 1160-READ-HANDICAP-ROW - ONE MASTER ROW INTO THE NEXT TABLE   *
002960*     ENTRY.                                                    *
002961*****************************************************************
002962 1160-READ-HANDICAP-ROW.
002963     READ HCP-MAST INTO HANDICAP-RECORD
002964         AT END
002965             SET WS-HCP-MAST-EOF TO TRUE
002966             GO TO 1160-EXIT
002967     END-READ.
002968     IF WS-HCP-COUNT >= 500
002969         DISPLAY "DARTSLEG: HANDICAP MASTER HAS MORE THAN 500 "
002970             "ROWS - ROWS BEYOND THE 500TH ARE IGNORED"
002971         SET WS-HCP-MAST-EOF TO TRUE
002972         GO TO 1160-EXIT
002973     END-IF.
002974     ADD 1 TO WS-HCP-COUNT.
002975     SET WS-HCP-IDX TO WS-HCP-COUNT.
002976     MOVE HCP-PLAYER-ID TO WS-HCP-PLAYER-ID (WS-HCP-IDX).
002977     MOVE HCP-LEAGUE-ID TO WS-HCP-LEAGUE-ID (WS-HCP-IDX).
002978     MOVE HCP-HANDICAP  TO WS-HCP-HANDICAP (WS-HCP-IDX).
002979     MOVE HCP-STATUS    TO WS-HCP-STATUS (WS-HCP-IDX).
002980     MOVE "N"           TO WS-HCP-SEEN-SWITCH (WS-HCP-IDX).
002981 1160-EXIT.
002982     EXIT.

002983*****************************************************************
002984* 1170-LOAD-HANDICAP-HISTORY - READ THE SEASON'S HANDICAP       *
002985*     HISTORY (HCPHIST, SEE DHCPHIST) SO EACH LEG STARTS FROM   *
002986*     THE HANDICAP IN FORCE ON ITS NIGHT.  A MISSING OR EMPTY   *
002987*     HISTORY LEAVES THE CURRENT MASTER IN USE FOR EVERY LEG.   *
002988*****************************************************************
002989 1170-LOAD-HANDICAP-HISTORY.
002990     OPEN INPUT HCP-HIST.
002991     IF WS-HCP-HIST-NOT-FOUND
002992         CONTINUE
002993     ELSE
002994         PERFORM 1180-READ-HISTORY-ROW THRU 1180-EXIT
002995             UNTIL WS-HCP-HIST-EOF
002996         CLOSE HCP-HIST
002997     END-IF.
002998 1170-EXIT.
002999     EXIT.

003000*****************************************************************
003001* 1180-READ-HISTORY-ROW - ONE HISTORY ROW.  A PLAYER AND        *
003002*     LEAGUE'S FIRST ROW OPENS A TABLE ENTRY; A LATER ROW ADDS  *
003003*     A POINT ONLY WHEN THE HANDICAP HAS CHANGED.  ROWS ARRIVE  *
003004*     IN THE ORDER DARTSHCP APPENDED THEM, SO THE POINTS RUN    *
003005*     OLDEST FIRST.                                             *
003006*****************************************************************
003007 1180-READ-HISTORY-ROW.
003008     READ HCP-HIST INTO HANDICAP-RECORD
003009         AT END
003010             SET WS-HCP-HIST-EOF TO TRUE
003011             GO TO 1180-EXIT
003012     END-READ.
003013     SET WS-HCH-LOADED TO TRUE.
003014     MOVE "N" TO WS-HCH-FOUND-SWITCH.
003015     IF WS-HCH-COUNT > ZERO
003016         SET WS-HCH-IDX TO 1
003017         SEARCH WS-HCH-ENTRY
003018             AT END
003019                 CONTINUE
003020             WHEN WS-HCH-PLAYER-ID (WS-HCH-IDX) = HCP-PLAYER-ID
003021              AND WS-HCH-LEAGUE-ID (WS-HCH-IDX) = HCP-LEAGUE-ID
003022                 SET WS-HCH-FOUND TO TRUE
003023         END-SEARCH
003024     END-IF.
003025     IF NOT WS-HCH-FOUND
003026         IF WS-HCH-COUNT >= 500
003027             DISPLAY "DARTSLEG: HANDICAP HISTORY OVER 500 "
003028                 "PLAYERS - PLAYERS BEYOND THE 500TH ARE IGNORED"
003029             GO TO 1180-EXIT
003030         END-IF
003031         ADD 1 TO WS-HCH-COUNT
003032         SET WS-HCH-IDX TO WS-HCH-COUNT
003033         MOVE HCP-PLAYER-ID TO WS-HCH-PLAYER-ID (WS-HCH-IDX)
003034         MOVE HCP-LEAGUE-ID TO WS-HCH-LEAGUE-ID (WS-HCH-IDX)
003035         MOVE ZERO TO WS-HCH-POINTS (WS-HCH-IDX)
003036     END-IF.
003037     IF WS-HCH-POINTS (WS-HCH-IDX) > ZERO
003038         SET WS-HCH-PT-IDX TO WS-HCH-POINTS (WS-HCH-IDX)
003039         IF WS-HCH-HANDICAP (WS-HCH-IDX, WS-HCH-PT-IDX)
003040            = HCP-HANDICAP
003041             GO TO 1180-EXIT
003042         END-IF
003043     END-IF.
003044     IF WS-HCH-POINTS (WS-HCH-IDX) >= 60
003045         DISPLAY "DARTSLEG: MORE THAN 60 HANDICAP CHANGES FOR "
003046             HCP-PLAYER-ID " - THE LATEST REPLACES THE 60TH"
003047         SUBTRACT 1 FROM WS-HCH-POINTS (WS-HCH-IDX)
003048     END-IF.
003049     ADD 1 TO WS-HCH-POINTS (WS-HCH-IDX).
003050     SET WS-HCH-PT-IDX TO WS-HCH-POINTS (WS-HCH-IDX).
003051     MOVE HCP-EFFECTIVE-DATE TO
003052         WS-HCH-EFFECTIVE-DATE (WS-HCH-IDX, WS-HCH-PT-IDX).
003053     MOVE HCP-HANDICAP TO
003054         WS-HCH-HANDICAP (WS-HCH-IDX, WS-HCH-PT-IDX).
003055 1180-EXIT.
003056     EXIT.

003057*****************************************************************
003058* 1300-LOAD-ROSTER - READ THE PLAYER ROSTER MASTER ONCE PER    *
003059*     RUN INTO A TABLE IN WORKING STORAGE.  A MISSING ROSTER   *
003060*     FILE LEAVES THE TABLE EMPTY AND EVERY LINE SHOWS THE RAW *
003061*     PLAYER ID, AS THE REPORT DID BEFORE NAMES WERE CARRIED.  *
003062*****************************************************************
003063 1300-LOAD-ROSTER.
003064     OPEN INPUT ROSTER-IN.
003065     IF WS-ROSTER-NOT-FOUND
003066         CONTINUE
003067     ELSE
003070         PERFORM 1310-READ-ROSTER-ROW THRU 1310-EXIT
003080             UNTIL WS-ROSTER-IN-EOF
003090         CLOSE ROSTER-IN
004260*****************************************************************
004270 1200-START-LEG.
004275     PERFORM 1250-FIND-OUT-RULE THRU 1250-EXIT.
004277     PERFORM 1255-APPLY-HANDICAP THRU 1255-EXIT.
004280     MOVE WS-LEG-START-TOTAL TO WS-RUNNING-TOTAL.
004290     MOVE WS-LEG-START-TOTAL TO WS-TURN-START-TOTAL.
004300     MOVE SPACES TO WS-LEG-STATUS.
005108                     TO WS-LEG-SET-LEGS
005110         END-SEARCH
005120     END-IF.
005121 1250-EXIT.
005122     EXIT.

005123*****************************************************************
005124* 1255-APPLY-HANDICAP - IN A HANDICAP LEAGUE THE LEG STARTS     *
005125*     FROM THE LEAGUE TOTAL LESS THE PLAYER'S HANDICAP (SEE     *
005126*     DHCPMAST).  A PLAYER WITH NO HANDICAP ROW PLAYS OFF THE   *
005127*     FLAT TOTAL; A HANDICAP THAT WOULD LEAVE LESS THAN 2 TO    *
005128*     START FROM IS IGNORED.                                    *
005129*     WHEN THE HANDICAP HISTORY IS LOADED THE HANDICAP IN FORCE *
005130*     ON THE LEG'S NIGHT IS TAKEN INSTEAD (SEE 1256).           *
005131*****************************************************************
005132 1255-APPLY-HANDICAP.
005133     IF WS-HCH-LOADED
005134         PERFORM 1256-HANDICAP-IN-FORCE THRU 1256-EXIT
005135         GO TO 1255-EXIT
005136     END-IF.
005140     IF WS-HCP-COUNT > ZERO
005141         SET WS-HCP-IDX TO 1
005142         SEARCH WS-HCP-ENTRY
005143             AT END
005144                 CONTINUE
005145             WHEN WS-HCP-PLAYER-ID (WS-HCP-IDX) = TRS-PLAYER-ID
005146              AND WS-HCP-LEAGUE-ID (WS-HCP-IDX) = TRS-LEAGUE-ID
005147                 IF WS-HCP-HANDICAP (WS-HCP-IDX)
005148                    < WS-LEG-START-TOTAL - 1
005149                     SUBTRACT WS-HCP-HANDICAP (WS-HCP-IDX)
005150                         FROM WS-LEG-START-TOTAL
005151                 END-IF
005152         END-SEARCH
005153     END-IF.
005154 1255-EXIT.
005156     EXIT.

005157*****************************************************************
005158* 1256-HANDICAP-IN-FORCE - THE PLAYER'S HANDICAP FOR THIS       *
005159*     LEAGUE AS IT STOOD ON THE LEG'S NIGHT: THE LATEST HISTORY *
005160*     POINT DATED BEFORE THE NIGHT, SINCE A MASTER TAKES EFFECT *
005161*     FROM THE NIGHT AFTER DARTSHCP WRITES IT.  NO POINT BEFORE *
005162*     THE NIGHT PLAYS OFF THE FLAT TOTAL.                       *
005163*****************************************************************
005164 1256-HANDICAP-IN-FORCE.
005165     MOVE TRS-SCORE-DATE TO WS-HCH-LEG-DATE.
005166     MOVE ZERO TO WS-HCH-IN-FORCE.
005167     SET WS-HCH-IDX TO 1.
005168     SEARCH WS-HCH-ENTRY
005169         AT END
005170             GO TO 1256-EXIT
005171         WHEN WS-HCH-PLAYER-ID (WS-HCH-IDX) = TRS-PLAYER-ID
005172          AND WS-HCH-LEAGUE-ID (WS-HCH-IDX) = TRS-LEAGUE-ID
005173             PERFORM 1257-CHECK-HANDICAP-POINT THRU 1257-EXIT
005174                 VARYING WS-HCH-PT-IDX FROM 1 BY 1
005175                 UNTIL WS-HCH-PT-IDX > WS-HCH-POINTS (WS-HCH-IDX)
005176     END-SEARCH.
005177     IF WS-HCH-IN-FORCE > ZERO
005178        AND WS-HCH-IN-FORCE < WS-LEG-START-TOTAL - 1
005179         SUBTRACT WS-HCH-IN-FORCE FROM WS-LEG-START-TOTAL
005180     END-IF.
005181 1256-EXIT.
005182     EXIT.

005183*****************************************************************
005184* 1257-CHECK-HANDICAP-POINT - A POINT DATED BEFORE THE LEG'S    *
005185*     NIGHT IS IN FORCE UNTIL A LATER ONE REPLACES IT.          *
005186*****************************************************************
005187 1257-CHECK-HANDICAP-POINT.
005188     IF WS-HCH-EFFECTIVE-DATE (WS-HCH-IDX, WS-HCH-PT-IDX)
005189        < WS-HCH-LEG-DATE
005190         MOVE WS-HCH-HANDICAP (WS-HCH-IDX, WS-HCH-PT-IDX)
005191             TO WS-HCH-IN-FORCE
005192     END-IF.
005193 1257-EXIT.
005194     EXIT.

005195*****************************************************************
005196* 1350-FIND-PLAYER-NAME - SEARCH THE ROSTER TABLE FOR THIS     *
005197*     LEG'S PLAYER AND KEEP THE DISPLAY NAME FOR EVERY LINE OF *
005198*     THE LEG.  A PLAYER WITH NO ROSTER ROW SHOWS THE RAW ID.  *
005199*****************************************************************
005200 1350-FIND-PLAYER-NAME.
005210     MOVE TRS-PLAYER-ID TO WS-PLAYER-NAME.
005220     IF WS-ROSTER-COUNT > ZERO
