000270*                                                               *
000280* MODIFICATION HISTORY.                                        *
000290*     2026-09-01  RH   ORIGINAL PROGRAM.                        *
000291*     2026-10-15  RH   RUN-CONTROL LEDGER.  THE RUN IS CHECKED  *
000292*                      AGAINST THE LEDGER (DARTSRCL) BEFORE ANY *
000293*                      FILE IS OPENED AND POSTED WITH ITS COUNTS*
000294*                      AT THE END.  A SECOND RUN IN ONE WEEK, OR*
000295*                      A RUN BEFORE DARTSSTI HAS COMPLETED THIS *
000296*                      WEEK, ENDS WITH RETURN CODE 12 UNLESS AN *
000297*                      RCLOVR CARD FORCES IT.                   *
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. DARTSCTY.
001880 COPY DSEASTAT.
001890 COPY DROSTER.
001900 COPY DCTYSUB.
001905 COPY DRCLCALL.

001910 PROCEDURE DIVISION.

001930* 0000-MAINLINE.                                               *
001940*****************************************************************
001950 0000-MAINLINE.
001951     PERFORM 0100-CHECK-RUN-LEDGER THRU 0100-EXIT.
001952     IF RCL-RUN-REFUSED
001953         MOVE 12 TO RETURN-CODE
001954         GOBACK
001955     END-IF.
001960     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001970     PERFORM 2000-PROCESS-FIXTURE THRU 2000-EXIT
001980         UNTIL WS-FIXTURES-IN-EOF.
002020     IF WS-ERROR-COUNT > ZERO
002030         MOVE 8 TO RETURN-CODE
002040     END-IF.
002045     PERFORM 9900-POST-RUN-LEDGER THRU 9900-EXIT.
002050     GOBACK.

002051*****************************************************************
002052* 0100-CHECK-RUN-LEDGER - CLEAR THE RUN WITH THE RUN-CONTROL    *
002053*     LEDGER BEFORE ANYTHING IS OPENED.                         *
002054*****************************************************************
002055 0100-CHECK-RUN-LEDGER.
002056     SET RCL-CHECK-RUN TO TRUE.
002057     MOVE "DARTSCTY" TO RCL-PROGRAM-ID.
002058     MOVE SPACES TO RCL-RUN-KEY.
002059     MOVE SPACES TO RCL-PRED-KEY.
002060     CALL "DARTSRCL" USING RUN-CONTROL-CALL.
002061 0100-EXIT.
002062     EXIT.

002066*****************************************************************
002070* 1000-INITIALIZE - LOAD EVERY TABLE, OPEN THE REMAINING       *
002080*     FILES.  A MISSING FIXTURES FILE MEANS NOTHING TO CHECK   *
002090*     THE WEEK AGAINST AND IS AN ERROR IN ITS OWN RIGHT.       *
006730     CLOSE CTY-RPT.
006740 9000-EXIT.
006750     EXIT.

006760*****************************************************************
006770* 9900-POST-RUN-LEDGER - POST THE RUN'S RETURN CODE AND COUNTS  *
006780*     TO THE RUN-CONTROL LEDGER.                                *
006790*****************************************************************
006800 9900-POST-RUN-LEDGER.
006810     SET RCL-POST-RUN TO TRUE.
006820     MOVE RETURN-CODE TO RCL-RETURN-CODE.
006830     MOVE "RESULT" TO RCL-COUNT-LABEL (1).
006840     MOVE WS-RESULTS-WRITTEN TO RCL-COUNT (1).
006850     MOVE "PPONE" TO RCL-COUNT-LABEL (2).
006860     MOVE WS-POSTPONES-WRITTEN TO RCL-COUNT (2).
006870     MOVE "STAND" TO RCL-COUNT-LABEL (3).
006880     MOVE WS-STANDINGS-WRITTEN TO RCL-COUNT (3).
006890     CALL "DARTSRCL" USING RUN-CONTROL-CALL.
006900     MOVE RCL-RETURN-CODE TO RETURN-CODE.
006910 9900-EXIT.
006920     EXIT.
