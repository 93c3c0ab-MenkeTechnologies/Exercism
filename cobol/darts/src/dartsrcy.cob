000354*                      REJECT (SEE DTHROWRC) ARE CARRIED ONTO  *
000356*                      THE REBUILT SWEEP THROW SO A RECYCLED   *
000358*                      DART KEEPS ITS PHYSICAL BOARD.          *
000359*     2026-10-15  RH   RUN-CONTROL LEDGER.  THE RUN IS CHECKED  *
000360*                      AGAINST THE LEDGER (DARTSRCL) BEFORE ANY *
000361*                      FILE IS OPENED AND POSTED WITH ITS COUNTS*
000362*                      AT THE END.  A SECOND RUN IN ONE DAY, OR *
000363*                      A RUN WHILE THE LATEST DARTSBAL IS STILL *
000364*                      RUNNING OR OUT OF BALANCE, ENDS WITH     *
000365*                      RETURN CODE 12 UNLESS AN RCLOVR CARD     *
000366*                      FORCES IT.                               *
000368*****************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. DARTSRCY.
000390 AUTHOR. R. HALVORSEN.

001410 COPY DTHROWRC.
001420 COPY DCORRECT.
001425 COPY DRCLCALL.

001430 PROCEDURE DIVISION.

001450* 0000-MAINLINE.                                               *
001460*****************************************************************
001470 0000-MAINLINE.
001471     PERFORM 0100-CHECK-RUN-LEDGER THRU 0100-EXIT.
001472     IF RCL-RUN-REFUSED
001473         MOVE 12 TO RETURN-CODE
001474         GOBACK
001475     END-IF.
001480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001490     PERFORM 2000-PROCESS-REJECT THRU 2000-EXIT
001500         UNTIL WS-NO-MORE-REJECTS.
001530         UNTIL WS-COR-SUB > WS-COR-COUNT.
001540     PERFORM 8500-WRITE-TOTALS THRU 8500-EXIT.
001550     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001555     PERFORM 9900-POST-RUN-LEDGER THRU 9900-EXIT.
001560     GOBACK.

001561*****************************************************************
001562* 0100-CHECK-RUN-LEDGER - CLEAR THE RUN WITH THE RUN-CONTROL    *
001563*     LEDGER BEFORE ANYTHING IS OPENED.                         *
001564*****************************************************************
001565 0100-CHECK-RUN-LEDGER.
001566     SET RCL-CHECK-RUN TO TRUE.
001567     MOVE "DARTSRCY" TO RCL-PROGRAM-ID.
001568     MOVE SPACES TO RCL-RUN-KEY.
001569     MOVE SPACES TO RCL-PRED-KEY.
001570     CALL "DARTSRCL" USING RUN-CONTROL-CALL.
001571 0100-EXIT.
001572     EXIT.

001576*****************************************************************
001580* 1000-INITIALIZE - LOAD THE CORRECTION CARDS, OPEN THE        *
001590*     REMAINING FILES, PRINT HEADINGS, PRIME THE REJECT READ.  *
001600*****************************************************************
003850     CLOSE RECY-RPT.
003860 9000-EXIT.
003870     EXIT.

003880*****************************************************************
003890* 9900-POST-RUN-LEDGER - POST THE RUN'S RETURN CODE AND COUNTS  *
003900*     TO THE RUN-CONTROL LEDGER.                                *
003910*****************************************************************
003920 9900-POST-RUN-LEDGER.
003930     SET RCL-POST-RUN TO TRUE.
003940     MOVE RETURN-CODE TO RCL-RETURN-CODE.
003950     MOVE "READ" TO RCL-COUNT-LABEL (1).
003960     MOVE WS-REJECTS-READ TO RCL-COUNT (1).
003970     MOVE "RECYCL" TO RCL-COUNT-LABEL (2).
003980     MOVE WS-REJECTS-RECYCLED TO RCL-COUNT (2).
003990     MOVE "UNMTCH" TO RCL-COUNT-LABEL (3).
004000     MOVE WS-CORRECTS-UNMATCHED TO RCL-COUNT (3).
004010     CALL "DARTSRCL" USING RUN-CONTROL-CALL.
004020     MOVE RCL-RETURN-CODE TO RETURN-CODE.
004030 9900-EXIT.
004040     EXIT.
