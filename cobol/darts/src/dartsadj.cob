000350*                                                               *
000360* MODIFICATION HISTORY.                                        *
000370*     2026-09-01  RH   ORIGINAL PROGRAM.                        *
000371*     2026-10-15  RH   RUN-CONTROL LEDGER.  THE RUN IS CHECKED  *
000372*                      AGAINST THE LEDGER (DARTSRCL) BEFORE ANY *
000373*                      FILE IS OPENED AND POSTED WITH ITS COUNTS*
000374*                      AT THE END.  A SECOND RUN IN ONE DAY ENDS*
000375*                      WITH RETURN CODE 12 UNLESS AN RCLOVR CARD*
000376*                      FORCES IT.                               *
000377*     2026-10-15  RH   THE RULING'S AUDIT RECORD NOW CARRIES    *
000378*                      THE NIGHT THE RULED DART WAS THROWN      *
000379*                      (AUD-RULED-NIGHT, SEE DAUDITRC).         *
000380*****************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. DARTSADJ.
001760 COPY DTHROWRC.
001770 COPY DADJUST.
001780 COPY DAUDITRC.
001785 COPY DRCLCALL.

001790 PROCEDURE DIVISION.

001810* 0000-MAINLINE.                                               *
001820*****************************************************************
001830 0000-MAINLINE.
001831     PERFORM 0100-CHECK-RUN-LEDGER THRU 0100-EXIT.
001832     IF RCL-RUN-REFUSED
001833         MOVE 12 TO RETURN-CODE
001834         GOBACK
001835     END-IF.
001840     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001850     PERFORM 2000-PROCESS-THROW THRU 2000-EXIT
001860         UNTIL WS-SCORE-IN-EOF.
001940        OR WS-CARDS-REJECTED > ZERO
001950         MOVE 8 TO RETURN-CODE
001960     END-IF.
001965     PERFORM 9900-POST-RUN-LEDGER THRU 9900-EXIT.
001970     GOBACK.

001971*****************************************************************
001972* 0100-CHECK-RUN-LEDGER - CLEAR THE RUN WITH THE RUN-CONTROL    *
001973*     LEDGER BEFORE ANYTHING IS OPENED.                         *
001974*****************************************************************
001975 0100-CHECK-RUN-LEDGER.
001976     SET RCL-CHECK-RUN TO TRUE.
001977     MOVE "DARTSADJ" TO RCL-PROGRAM-ID.
001978     MOVE SPACES TO RCL-RUN-KEY.
001979     MOVE SPACES TO RCL-PRED-KEY.
001980     CALL "DARTSRCL" USING RUN-CONTROL-CALL.
001981 0100-EXIT.
001982     EXIT.

001986*****************************************************************
001990* 1000-INITIALIZE - OPEN THE REPORT FIRST SO THE CARD EDIT     *
002000*     CAN LIST ITS REJECTS, THEN LOAD THE ADJUSTMENT CARDS     *
002010*     AND OPEN THE REMAINING FILES.  THE RULINGS' AUDIT        *
005070     MOVE TRS-VENUE-ID    TO AUD-VENUE-ID.
005080     MOVE TRS-BOARD-NBR   TO AUD-BOARD-NBR.
005090     MOVE "A"             TO AUD-ADJ-FLAG.
005094     MOVE TRS-SCORE-DATE  TO AUD-RULED-NIGHT.
005100     WRITE AUD-OUT-RECORD FROM WS-AUDIT-RECORD.
005110 3500-EXIT.
005120     EXIT.
006190     CLOSE ADJ-RPT.
006200 9000-EXIT.
006210     EXIT.

006220*****************************************************************
006230* 9900-POST-RUN-LEDGER - POST THE RUN'S RETURN CODE AND COUNTS  *
006240*     TO THE RUN-CONTROL LEDGER.                                *
006250*****************************************************************
006260 9900-POST-RUN-LEDGER.
006270     SET RCL-POST-RUN TO TRUE.
006280     MOVE RETURN-CODE TO RCL-RETURN-CODE.
006290     MOVE "READ" TO RCL-COUNT-LABEL (1).
006300     MOVE WS-RECORDS-READ TO RCL-COUNT (1).
006310     MOVE "ADJSTD" TO RCL-COUNT-LABEL (2).
006320     MOVE WS-RECORDS-ADJUSTED TO RCL-COUNT (2).
006330     MOVE "UNMTCH" TO RCL-COUNT-LABEL (3).
006340     MOVE WS-CARDS-UNMATCHED TO RCL-COUNT (3).
006350     CALL "DARTSRCL" USING RUN-CONTROL-CALL.
006360     MOVE RCL-RETURN-CODE TO RETURN-CODE.
006370 9900-EXIT.
006380     EXIT.
