000460*                      MEASURED FROM THAT TOTAL.  LEAGUES     *
000470*                      WITH NO ROW, AND OLD 5-BYTE RULEPARM   *
000480*                      ROWS, KEEP 501.                        *
000481*     2026-10-15  RH   HANDICAP LEAGUES.  A PLAYER WITH A ROW   *
000482*                      ON THE WEEKLY HANDICAP MASTER (HCPMAST,  *
000483*                      SEE DHCPMAST) STARTS EACH LEG OF THAT    *
000484*                      LEAGUE FROM THE RULEPARM TOTAL LESS THE  *
000485*                      HANDICAP; NO MASTER, OR NO ROW, PLAYS    *
000486*                      OFF THE FLAT TOTAL AS BEFORE.            *
000487*                      THE REBUILD USES THE CURRENT MASTER      *
000488*                      FOR EVERY WEEK OF THE SEASON.            *
000489*     2026-10-15  RH   EACH LEG NOW STARTS FROM THE HANDICAP    *
000490*                      IN FORCE ON ITS NIGHT, TAKEN FROM THE    *
000491*                      HANDICAP HISTORY (HCPHIST, SEE           *
000492*                      DHCPHIST) RATHER THAN THE CURRENT        *
000493*                      WEEK'S MASTER.  NO HISTORY FALLS BACK    *
000494*                      TO THE CURRENT MASTER.                   *
000497*****************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID. DARTSSTA.
000520 AUTHOR. R. HALVORSEN.
000700     SELECT ROSTER-IN    ASSIGN TO ROSTER
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-ROSTER-IN-STATUS.
000722     SELECT HCP-MAST     ASSIGN TO HCPMAST
000724         ORGANIZATION IS LINE SEQUENTIAL
000726         FILE STATUS IS WS-HCP-MAST-STATUS.
000727     SELECT HCP-HIST     ASSIGN TO HCPHIST
000728         ORGANIZATION IS LINE SEQUENTIAL
000729         FILE STATUS IS WS-HCP-HIST-STATUS.

000730 DATA DIVISION.
000740 FILE SECTION.
000920     RECORDING MODE IS F.
000930 01  ROSTER-IN-RECORD            PIC X(43).

000932 FD  HCP-MAST
000934     RECORDING MODE IS F.
000936 01  HCP-MAST-RECORD             PIC X(41).

000937 FD  HCP-HIST
000938     RECORDING MODE IS F.
000939 01  HCP-HIST-RECORD             PIC X(41).

000940 WORKING-STORAGE SECTION.
000950 01  WS-STAT-IN-STATUS           PIC XX.
000960     88  WS-STAT-IN-OK                    VALUE "00".
001020     88  WS-RULE-PARM-OK                  VALUE "00".
001030     88  WS-RULE-PARM-EOF                 VALUE "10".
001040     88  WS-RULE-PARM-NOT-FOUND           VALUE "35".
001042 01  WS-HCP-MAST-STATUS          PIC XX.
001043     88  WS-HCP-MAST-OK                   VALUE "00".
001044     88  WS-HCP-MAST-EOF                  VALUE "10".
001045     88  WS-HCP-MAST-NOT-FOUND            VALUE "35".
001046 01  WS-HCP-HIST-STATUS          PIC XX.
001047     88  WS-HCP-HIST-OK                   VALUE "00".
001048     88  WS-HCP-HIST-EOF                  VALUE "10".
001049     88  WS-HCP-HIST-NOT-FOUND            VALUE "35".
001050 01  WS-ROSTER-IN-STATUS         PIC XX.
001060     88  WS-ROSTER-IN-OK                  VALUE "00".
001070     88  WS-ROSTER-IN-EOF                 VALUE "10".
001950 COPY DTHROWRC.
001960 COPY DSEASTAT.
001970 COPY DRULETBL.
001975 COPY DHCPMAST.
001977 COPY DHCPHIST.
001980 COPY DROSTER.

001990 PROCEDURE DIVISION.
002200     OPEN OUTPUT STAND-RPT
002210     PERFORM 1300-LOAD-ROSTER THRU 1300-EXIT
002220     PERFORM 1100-LOAD-RULE-TABLE THRU 1100-EXIT
002225     PERFORM 1150-LOAD-HANDICAPS THRU 1150-EXIT
002227     PERFORM 1170-LOAD-HANDICAP-HISTORY THRU 1170-EXIT
002230     PERFORM 2100-READ-THROW THRU 2100-EXIT.
002240 1000-EXIT.
002250     EXIT.
002810         END-IF
002820     END-IF.
002830 1110-EXIT.
002831     EXIT.

002832*****************************************************************
002833* 1150-LOAD-HANDICAPS - READ THE WEEK'S HANDICAP MASTER ONCE    *
002834*     PER RUN INTO THE DHCPMAST TABLE.  A MISSING MASTER LEAVES *
002835*     THE TABLE EMPTY AND EVERY LEAGUE PLAYS OFF ITS FLAT TOTAL.*
002836*****************************************************************
002837 1150-LOAD-HANDICAPS.
002838     OPEN INPUT HCP-MAST.
002839     IF WS-HCP-MAST-NOT-FOUND
002840         CONTINUE
002841     ELSE
002842         PERFORM 1160-READ-HANDICAP-ROW THRU 1160-EXIT
002843             UNTIL WS-HCP-MAST-EOF
002844         CLOSE HCP-MAST
002845     END-IF.
002846 1150-EXIT.
002847     EXIT.

002848*****************************************************************
002849* 1160-READ-HANDICAP-ROW - ONE MASTER ROW INTO THE NEXT TABLE   *
002850*     ENTRY.                                                    *
002851*****************************************************************
002852 1160-READ-HANDICAP-ROW.
002853     READ HCP-MAST INTO HANDICAP-RECORD
002854         AT END
002855             SET WS-HCP-MAST-EOF TO TRUE
002856             GO TO 1160-EXIT
002857     END-READ.
002858     IF WS-HCP-COUNT >= 500
002859         DISPLAY "DARTSSTA: HANDICAP MASTER HAS MORE THAN 500 "
002860             "ROWS - ROWS BEYOND THE 500TH ARE IGNORED"
002861         SET WS-HCP-MAST-EOF TO TRUE
002862         GO TO 1160-EXIT
002863     END-IF.
002864     ADD 1 TO WS-HCP-COUNT.
002865     SET WS-HCP-IDX TO WS-HCP-COUNT.
002866     MOVE HCP-PLAYER-ID TO WS-HCP-PLAYER-ID (WS-HCP-IDX).
002867     MOVE HCP-LEAGUE-ID TO WS-HCP-LEAGUE-ID (WS-HCP-IDX).
002868     MOVE HCP-HANDICAP  TO WS-HCP-HANDICAP (WS-HCP-IDX).
002869     MOVE HCP-STATUS    TO WS-HCP-STATUS (WS-HCP-IDX).
002870     MOVE "N"           TO WS-HCP-SEEN-SWITCH (WS-HCP-IDX).
002871 1160-EXIT.
002872     EXIT.

002873*****************************************************************
002874* 1170-LOAD-HANDICAP-HISTORY - READ THE SEASON'S HANDICAP       *
002875*     HISTORY (HCPHIST, SEE DHCPHIST) SO EACH LEG STARTS FROM   *
002876*     THE HANDICAP IN FORCE ON ITS NIGHT.  A MISSING OR EMPTY   *
002877*     HISTORY LEAVES THE CURRENT MASTER IN USE FOR EVERY LEG.   *
002878*****************************************************************
002879 1170-LOAD-HANDICAP-HISTORY.
002880     OPEN INPUT HCP-HIST.
002881     IF WS-HCP-HIST-NOT-FOUND
002882         CONTINUE
002883     ELSE
002884         PERFORM 1180-READ-HISTORY-ROW THRU 1180-EXIT
002885             UNTIL WS-HCP-HIST-EOF
002886         CLOSE HCP-HIST
002887     END-IF.
002888 1170-EXIT.
002889     EXIT.

002890*****************************************************************
002891* 1180-READ-HISTORY-ROW - ONE HISTORY ROW.  A PLAYER AND        *
002892*     LEAGUE'S FIRST ROW OPENS A TABLE ENTRY; A LATER ROW ADDS  *
002893*     A POINT ONLY WHEN THE HANDICAP HAS CHANGED.  ROWS ARRIVE  *
002894*     IN THE ORDER DARTSHCP APPENDED THEM, SO THE POINTS RUN    *
002895*     OLDEST FIRST.                                             *
002896*****************************************************************
002897 1180-READ-HISTORY-ROW.
002898     READ HCP-HIST INTO HANDICAP-RECORD
002899         AT END
002900             SET WS-HCP-HIST-EOF TO TRUE
002901             GO TO 1180-EXIT
002902     END-READ.
002903     SET WS-HCH-LOADED TO TRUE.
002904     MOVE "N" TO WS-HCH-FOUND-SWITCH.
002905     IF WS-HCH-COUNT > ZERO
002906         SET WS-HCH-IDX TO 1
002907         SEARCH WS-HCH-ENTRY
002908             AT END
002909                 CONTINUE
002910             WHEN WS-HCH-PLAYER-ID (WS-HCH-IDX) = HCP-PLAYER-ID
002911              AND WS-HCH-LEAGUE-ID (WS-HCH-IDX) = HCP-LEAGUE-ID
002912                 SET WS-HCH-FOUND TO TRUE
002913         END-SEARCH
002914     END-IF.
002915     IF NOT WS-HCH-FOUND
002916         IF WS-HCH-COUNT >= 500
002917             DISPLAY "DARTSSTA: HANDICAP HISTORY OVER 500 "
002918                 "PLAYERS - PLAYERS BEYOND THE 500TH ARE IGNORED"
002919             GO TO 1180-EXIT
002920         END-IF
002921         ADD 1 TO WS-HCH-COUNT
002922         SET WS-HCH-IDX TO WS-HCH-COUNT
002923         MOVE HCP-PLAYER-ID TO WS-HCH-PLAYER-ID (WS-HCH-IDX)
002924         MOVE HCP-LEAGUE-ID TO WS-HCH-LEAGUE-ID (WS-HCH-IDX)
002925         MOVE ZERO TO WS-HCH-POINTS (WS-HCH-IDX)
002926     END-IF.
002927     IF WS-HCH-POINTS (WS-HCH-IDX) > ZERO
002928         SET WS-HCH-PT-IDX TO WS-HCH-POINTS (WS-HCH-IDX)
002929         IF WS-HCH-HANDICAP (WS-HCH-IDX, WS-HCH-PT-IDX)
002930            = HCP-HANDICAP
002931             GO TO 1180-EXIT
002932         END-IF
002933     END-IF.
002934     IF WS-HCH-POINTS (WS-HCH-IDX) >= 60
002935         DISPLAY "DARTSSTA: MORE THAN 60 HANDICAP CHANGES FOR "
002936             HCP-PLAYER-ID " - THE LATEST REPLACES THE 60TH"
002937         SUBTRACT 1 FROM WS-HCH-POINTS (WS-HCH-IDX)
002938     END-IF.
002939     ADD 1 TO WS-HCH-POINTS (WS-HCH-IDX).
002940     SET WS-HCH-PT-IDX TO WS-HCH-POINTS (WS-HCH-IDX).
002941     MOVE HCP-EFFECTIVE-DATE TO
002942         WS-HCH-EFFECTIVE-DATE (WS-HCH-IDX, WS-HCH-PT-IDX).
002943     MOVE HCP-HANDICAP TO
002944         WS-HCH-HANDICAP (WS-HCH-IDX, WS-HCH-PT-IDX).
002945 1180-EXIT.
002946     EXIT.

002947*****************************************************************
002948* 1300-LOAD-ROSTER - READ THE PLAYER ROSTER MASTER ONCE PER    *
002949*     RUN INTO A TABLE IN WORKING STORAGE.  A MISSING ROSTER   *
002950*     FILE LEAVES THE TABLE EMPTY AND THE STANDINGS SHOW THE   *
002951*     RAW PLAYER ID IN PLACE OF THE DISPLAY NAME.              *
002952*****************************************************************
002953 1300-LOAD-ROSTER.
002954     OPEN INPUT ROSTER-IN.
002955     IF WS-ROSTER-NOT-FOUND
002956         CONTINUE
002957     ELSE
002960         PERFORM 1310-READ-ROSTER-ROW THRU 1310-EXIT
002970             UNTIL WS-ROSTER-IN-EOF
002980         CLOSE ROSTER-IN
003610*****************************************************************
003620 1200-START-LEG.
003630     PERFORM 1250-FIND-OUT-RULE THRU 1250-EXIT.
003635     PERFORM 1255-APPLY-HANDICAP THRU 1255-EXIT.
003640     MOVE WS-LEG-START-TOTAL TO WS-RUNNING-TOTAL.
003650     MOVE WS-LEG-START-TOTAL TO WS-TURN-START-TOTAL.
003660     MOVE ZERO TO WS-LEG-DARTS.
003950                     TO WS-LEG-SET-LEGS
003960         END-SEARCH
003970     END-IF.
003971 1250-EXIT.
003972     EXIT.

003973*****************************************************************
003974* 1255-APPLY-HANDICAP - IN A HANDICAP LEAGUE THE LEG STARTS     *
003975*     FROM THE LEAGUE TOTAL LESS THE PLAYER'S HANDICAP (SEE     *
003976*     DHCPMAST).  A PLAYER WITH NO HANDICAP ROW PLAYS OFF THE   *
003977*     FLAT TOTAL; A HANDICAP THAT WOULD LEAVE LESS THAN 2 TO    *
003978*     START FROM IS IGNORED.                                    *
003979*     WHEN THE HANDICAP HISTORY IS LOADED THE HANDICAP IN FORCE *
003980*     ON THE LEG'S NIGHT IS TAKEN INSTEAD (SEE 1256).           *
003981*****************************************************************
003982 1255-APPLY-HANDICAP.
003983     IF WS-HCH-LOADED
003984         PERFORM 1256-HANDICAP-IN-FORCE THRU 1256-EXIT
003985         GO TO 1255-EXIT
003986     END-IF.
003990     IF WS-HCP-COUNT > ZERO
003991         SET WS-HCP-IDX TO 1
003992         SEARCH WS-HCP-ENTRY
003993             AT END
003994                 CONTINUE
003995             WHEN WS-HCP-PLAYER-ID (WS-HCP-IDX) = TRS-PLAYER-ID
003996              AND WS-HCP-LEAGUE-ID (WS-HCP-IDX) = TRS-LEAGUE-ID
003997                 IF WS-HCP-HANDICAP (WS-HCP-IDX)
003998                    < WS-LEG-START-TOTAL - 1
003999                     SUBTRACT WS-HCP-HANDICAP (WS-HCP-IDX)
004000                         FROM WS-LEG-START-TOTAL
004001                 END-IF
004002         END-SEARCH
004003     END-IF.
004004 1255-EXIT.
004006     EXIT.

004007*****************************************************************
004008* 1256-HANDICAP-IN-FORCE - THE PLAYER'S HANDICAP FOR THIS       *
004009*     LEAGUE AS IT STOOD ON THE LEG'S NIGHT: THE LATEST HISTORY *
004010*     POINT DATED BEFORE THE NIGHT, SINCE A MASTER TAKES EFFECT *
004011*     FROM THE NIGHT AFTER DARTSHCP WRITES IT.  NO POINT BEFORE *
004012*     THE NIGHT PLAYS OFF THE FLAT TOTAL.                       *
004013*****************************************************************
004014 1256-HANDICAP-IN-FORCE.
004015     MOVE TRS-SCORE-DATE TO WS-HCH-LEG-DATE.
004016     MOVE ZERO TO WS-HCH-IN-FORCE.
004017     SET WS-HCH-IDX TO 1.
004018     SEARCH WS-HCH-ENTRY
004019         AT END
004020             GO TO 1256-EXIT
004021         WHEN WS-HCH-PLAYER-ID (WS-HCH-IDX) = TRS-PLAYER-ID
004022          AND WS-HCH-LEAGUE-ID (WS-HCH-IDX) = TRS-LEAGUE-ID
004023             PERFORM 1257-CHECK-HANDICAP-POINT THRU 1257-EXIT
004024                 VARYING WS-HCH-PT-IDX FROM 1 BY 1
004025                 UNTIL WS-HCH-PT-IDX > WS-HCH-POINTS (WS-HCH-IDX)
004026     END-SEARCH.
004027     IF WS-HCH-IN-FORCE > ZERO
004028        AND WS-HCH-IN-FORCE < WS-LEG-START-TOTAL - 1
004029         SUBTRACT WS-HCH-IN-FORCE FROM WS-LEG-START-TOTAL
004030     END-IF.
004031 1256-EXIT.
004032     EXIT.

004033*****************************************************************
004034* 1257-CHECK-HANDICAP-POINT - A POINT DATED BEFORE THE LEG'S    *
004035*     NIGHT IS IN FORCE UNTIL A LATER ONE REPLACES IT.          *
004036*****************************************************************
004037 1257-CHECK-HANDICAP-POINT.
004038     IF WS-HCH-EFFECTIVE-DATE (WS-HCH-IDX, WS-HCH-PT-IDX)
004039        < WS-HCH-LEG-DATE
004040         MOVE WS-HCH-HANDICAP (WS-HCH-IDX, WS-HCH-PT-IDX)
004041             TO WS-HCH-IN-FORCE
004042     END-IF.
004043 1257-EXIT.
004044     EXIT.

004045*****************************************************************
004046* 2100-READ-THROW - READ ONE SCORED THROW, WATCH FOR EOF.      *
004047*****************************************************************
004048 2100-READ-THROW.
004049     READ STAT-IN INTO THROW-RESULT-RECORD
004050         AT END SET WS-NO-MORE-THROWS TO TRUE
004060     END-READ.
004070 2100-EXIT.
